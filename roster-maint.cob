       identification division.
       program-id. rostmaint.

       environment division.
           input-output section.
           file-control.
           select roster-master assign to "operator-roster"
           organization is indexed
           access mode is dynamic
           record key is opr-operator-id
           file status is master-status.

           select maint-input assign to dynamic maint-input-name
           organization is line sequential
           file status is maint-input-status.

           select maint-audit assign to "operator-roster-audit"
           organization is line sequential
           file status is maint-audit-status.

           select roster-extract
               assign to "operator-roster-extract"
           organization is line sequential.

           select audit-log assign to "batch-audit-log"
           organization is line sequential
           file status is audit-status.

       data division.
           file section.
           fd roster-master.
           01 master-record.
               05 opr-operator-id pic X(8).
               05 opr-operator-name pic X(30).
               05 opr-active pic X(1).
               05 opr-authorities pic X(6).

           fd maint-input.
           01 maint-input-line pic X(54).

           fd maint-audit.
           01 maint-audit-line pic X(102).

           fd roster-extract.
           01 roster-extract-line pic X(51).

           fd audit-log.
           01 audit-log-line pic X(110).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 master-status pic X(2).
           01 maint-input-status pic X(2).
           01 maint-audit-status pic X(2).
           01 maint-input-name pic X(30) value spaces.
           01 current-datetime pic X(21).

      *    whoever runs the maintenance goes on every audit line,
      *    and must be an active operator on the roster - only the
      *    run that first fills an empty roster is taken on trust.
      *    Nobody maintains their own roster entry
           01 maint-user pic X(8) value spaces.
           01 authority-refusal pic X(20).

      *    roster transaction: A = add an operator, C = change the
      *    name, active flag or authorities (a blank field is left as
      *    it stands); an operator is never deleted, only made
      *    inactive, so every past action stays traceable to a name.
      *    The authorities are six Y/N flags in the order release a
      *    step, approve safety parameters, close a month, reopen a
      *    month, maintain locations, back out a run
           01 maint-transaction.
               05 trn-action pic X(1).
               05 filler pic X(2).
               05 trn-operator-id pic X(8).
               05 filler pic X(2).
               05 trn-operator-name pic X(30).
               05 filler pic X(2).
               05 trn-active pic X(1).
               05 filler pic X(2).
               05 trn-authorities pic X(6).
               05 trn-authority-list redefines trn-authorities.
                   10 trn-authority pic X(1) occurs 6 times.

           01 trn-result pic X(20).
           01 master-found pic A(1).
           01 applied-count pic 9(5) value 0.
           01 rejected-count pic 9(5) value 0.
           01 a pic 9(1). *> iterator over authority flags

      *    audit trail of every transaction worked, applied or not
           01 maint-audit-record.
               05 adt-run-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 adt-maint-user pic X(8).
               05 filler pic X(2) value spaces.
               05 adt-action pic X(1).
               05 filler pic X(2) value spaces.
               05 adt-operator-id pic X(8).
               05 filler pic X(2) value spaces.
               05 adt-operator-name pic X(30).
               05 filler pic X(2) value spaces.
               05 adt-active pic X(1).
               05 filler pic X(2) value spaces.
               05 adt-authorities pic X(6).
               05 filler pic X(2) value spaces.
               05 adt-result pic X(20).

      *    flat extract of the master, rewritten after every
      *    maintenance run - the control programs check operator
      *    authority against this instead of the indexed file
           01 roster-extract-record.
               05 ext-operator-id pic X(8).
               05 filler pic X(2) value spaces.
               05 ext-operator-name pic X(30).
               05 filler pic X(2) value spaces.
               05 ext-active pic X(1).
               05 filler pic X(2) value spaces.
               05 ext-authorities pic X(6).

      *    standing audit trail record, noting a refused run
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
           accept maint-user from environment "ROSTER_MAINT_USER"
           if maint-user = spaces
               display "ROSTMAINT ABEND: roster maintenance needs "
                   "ROSTER_MAINT_USER"
               move 8 to return-code
               stop run
           end-if

      *    transaction dataset name defaults unless overridden
           accept maint-input-name
               from environment "OPERATOR_ROSTER_INPUT"
           if maint-input-name = spaces
               move "operator-roster-input" to maint-input-name
           end-if

      *    first ever run has no master yet - create it empty
           open i-o roster-master
           if master-status = "35"
               open output roster-master
               close roster-master
               open i-o roster-master
           end-if
           if master-status not = "00"
               display "ROSTMAINT ABEND: operator-roster not "
                   "available (status " master-status ")"
               move 16 to return-code
               stop run
           end-if

           perform check-maint-user

           open input maint-input
           if maint-input-status not = "00"
               display "ROSTMAINT ABEND: transaction file '"
                   function trim(maint-input-name)
                   "' not available (status " maint-input-status ")"
               close roster-master
               move 8 to return-code
               stop run
           end-if

           open extend maint-audit
           if maint-audit-status = "35"
               open output maint-audit
           end-if

           move 'N' to eof
           perform until eof = 'E'
               read maint-input into maint-transaction
                   at end
                       move 'E' to eof
                   not at end
                       perform apply-transaction
               end-read
           end-perform

           close maint-input
           close maint-audit

           perform rebuild-extract
           close roster-master

           display "roster maintenance: " applied-count
               " applied, " rejected-count " rejected"

           goback.

      *----------------------------------------------------------------
      *    apply-transaction - validate one roster transaction, apply
      *    it to the master, and leave an audit record either way
      *----------------------------------------------------------------
           apply-transaction.
               move spaces to trn-result

               if trn-action not = "A" and trn-action not = "C"
                   move "INVALID ACTION" to trn-result
               else
                   if trn-operator-id = spaces
                       move "NO OPERATOR ID" to trn-result
                   else
                       if trn-operator-id = maint-user
                           move "SELF CHANGE" to trn-result
                       end-if
                   end-if
               end-if

               if trn-result = spaces
                       and trn-active not = "Y"
                       and trn-active not = "N"
                       and (trn-action = "A" or trn-active not = space)
                   move "INVALID ACTIVE FLAG" to trn-result
               end-if

               if trn-result = spaces
                       and (trn-action = "A"
                           or trn-authorities not = spaces)
                   move 1 to a
                   perform until a > 6
                       if trn-authority(a) not = "Y"
                               and trn-authority(a) not = "N"
                           move "INVALID AUTHORITY" to trn-result
                       end-if
                       add 1 to a
                   end-perform
               end-if

               if trn-result = spaces
                       and trn-action = "A"
                       and trn-operator-name = spaces
                   move "NO OPERATOR NAME" to trn-result
               end-if

               if trn-result = spaces
                   move trn-operator-id to opr-operator-id
                   perform read-master-record
                   if trn-action = "A"
                       perform add-operator
                   else
                       perform change-operator
                   end-if
               end-if

               if trn-result = "ADDED" or trn-result = "CHANGED"
                   add 1 to applied-count
               else
                   add 1 to rejected-count
                   display "ROSTMAINT REJECT: " trn-action " "
                       trn-operator-id " - " function trim(trn-result)
               end-if

               perform write-maint-audit
           exit.

      *----------------------------------------------------------------
      *    check-maint-user - once the roster holds anyone, whoever
      *    runs the maintenance must be on it and active; a refusal
      *    goes on the standing audit trail and nothing is applied
      *----------------------------------------------------------------
           check-maint-user.
               move spaces to authority-refusal
               move low-values to opr-operator-id
               start roster-master key not < opr-operator-id
                   invalid key
      *                empty roster - the run that first fills it
                       exit paragraph
               end-start

               move maint-user to opr-operator-id
               perform read-master-record
               if master-found = 'N'
                   move "UNKNOWN OPERATOR" to authority-refusal
               else
                   if opr-active not = "Y"
                       move "INACTIVE OPERATOR" to authority-refusal
                   end-if
               end-if

               if authority-refusal not = spaces
                   perform write-refusal-audit
                   display "ROSTMAINT ABEND: "
                       function trim(maint-user) " refused for "
                       "roster maintenance - "
                       function trim(authority-refusal)
                   close roster-master
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-refusal-audit - a refused run leaves its mark on the
      *    standing audit trail: who, what, and why not
      *----------------------------------------------------------------
           write-refusal-audit.
               move function current-date to current-datetime
               move "ROSTMAINT" to aud-program-tag
               move current-datetime(1:14) to aud-run-timestamp
               move "REFUSED ROSTER" to aud-input-dataset
               move 0 to aud-record-count
               move 0 to aud-final-total
               move current-datetime(1:8) to aud-business-date
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
      *    add-operator - one new operator on the roster
      *----------------------------------------------------------------
           add-operator.
               if master-found = 'Y'
                   move "ALREADY ON ROSTER" to trn-result
               else
                   move trn-operator-name to opr-operator-name
                   move trn-active to opr-active
                   move trn-authorities to opr-authorities
                   write master-record
                       invalid key
                           move "WRITE FAILED" to trn-result
                       not invalid key
                           move "ADDED" to trn-result
                   end-write
               end-if
           exit.

      *----------------------------------------------------------------
      *    change-operator - rework an operator already on the roster
      *----------------------------------------------------------------
           change-operator.
               if master-found = 'N'
                   move "NOT ON ROSTER" to trn-result
               else
                   if trn-operator-name not = spaces
                       move trn-operator-name to opr-operator-name
                   end-if
                   if trn-active not = space
                       move trn-active to opr-active
                   end-if
                   if trn-authorities not = spaces
                       move trn-authorities to opr-authorities
                   end-if
                   rewrite master-record
                       invalid key
                           move "REWRITE FAILED" to trn-result
                       not invalid key
                           move "CHANGED" to trn-result
                   end-rewrite
               end-if
           exit.

      *----------------------------------------------------------------
      *    read-master-record - random read by operator id, sets the
      *    found switch instead of abending on a miss
      *----------------------------------------------------------------
           read-master-record.
               move 'Y' to master-found
               read roster-master
                   invalid key
                       move 'N' to master-found
               end-read
           exit.

      *----------------------------------------------------------------
      *    write-maint-audit - one audit line per transaction worked
      *----------------------------------------------------------------
           write-maint-audit.
               move function current-date to current-datetime
               move current-datetime(1:14) to adt-run-timestamp
               move maint-user to adt-maint-user
               move trn-action to adt-action
               move trn-operator-id to adt-operator-id
               move trn-operator-name to adt-operator-name
               move trn-active to adt-active
               move trn-authorities to adt-authorities
               move trn-result to adt-result
               write maint-audit-line from maint-audit-record
           exit.

      *----------------------------------------------------------------
      *    rebuild-extract - unload the whole roster in operator id
      *    order to the flat extract the control programs read
      *----------------------------------------------------------------
           rebuild-extract.
               open output roster-extract
               move 'N' to eof
               move low-values to opr-operator-id
               start roster-master key not < opr-operator-id
                   invalid key
      *                empty roster leaves an empty extract
                       move 'E' to eof
               end-start
               perform until eof = 'E'
                   read roster-master next record
                       at end
                           move 'E' to eof
                       not at end
                           move opr-operator-id to ext-operator-id
                           move opr-operator-name to ext-operator-name
                           move opr-active to ext-active
                           move opr-authorities to ext-authorities
                           write roster-extract-line
                               from roster-extract-record
                   end-read
               end-perform
               close roster-extract
           exit.
