       identification division.
       program-id. calmaint.

       environment division.
           input-output section.
           file-control.
           select calendar-master assign to "business-calendar"
           organization is indexed
           access mode is dynamic
           record key is cal-key
           file status is master-status.

           select maint-input assign to dynamic maint-input-name
           organization is line sequential
           file status is maint-input-status.

           select maint-audit assign to "business-calendar-audit"
           organization is line sequential
           file status is maint-audit-status.

           select calendar-extract
               assign to "business-calendar-extract"
           organization is line sequential.

       data division.
           file section.
           fd calendar-master.
           01 master-record.
               05 cal-key.
                   10 cal-feed-tag pic X(4).
                   10 cal-date pic X(8).
               05 cal-day-type pic X(1).
               05 cal-description pic X(30).

           fd maint-input.
           01 maint-input-line pic X(52).

           fd maint-audit.
           01 maint-audit-line pic X(91).

           fd calendar-extract.
           01 calendar-extract-line pic X(49).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 master-status pic X(2).
           01 maint-input-status pic X(2).
           01 maint-audit-status pic X(2).
           01 maint-input-name pic X(30) value spaces.
           01 current-datetime pic X(21).

      *    calendar transaction, per feed: A = add a date as a
      *    business day (B) or holiday (H), C = change a date's type
      *    or description, D = take a date off the calendar, G =
      *    generate every Monday to Friday of the year the date falls
      *    in as a business day, leaving dates already on the
      *    calendar (holidays entered ahead of time) untouched
           01 maint-transaction.
               05 trn-action pic X(1).
               05 filler pic X(2).
               05 trn-feed-tag pic X(4).
               05 filler pic X(2).
               05 trn-cal-date pic X(8).
               05 filler pic X(2).
               05 trn-day-type pic X(1).
               05 filler pic X(2).
               05 trn-description pic X(30).

           01 trn-result pic X(20).
           01 master-found pic A(1).
           01 applied-count pic 9(5) value 0.
           01 rejected-count pic 9(5) value 0.
           01 generated-count pic 9(5) value 0.

      *    year generation - integer-of-date counts from Monday 1
      *    January 1601, so the remainder over seven is 1 for a
      *    Monday through 5 for a Friday
           01 date-num pic 9(8).
           01 generate-int pic 9(8).
           01 generate-end-int pic 9(8).
           01 weekday pic 9(1).
           01 generate-date-x pic X(8).

      *    audit trail of every transaction worked, applied or not
           01 maint-audit-record.
               05 adt-run-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 adt-action pic X(1).
               05 filler pic X(2) value spaces.
               05 adt-feed-tag pic X(4).
               05 filler pic X(2) value spaces.
               05 adt-cal-date pic X(8).
               05 filler pic X(2) value spaces.
               05 adt-day-type pic X(1).
               05 filler pic X(2) value spaces.
               05 adt-description pic X(30).
               05 filler pic X(2) value spaces.
               05 adt-result pic X(20).

      *    flat extract of the master, rewritten after every
      *    maintenance run - run control, the missing-feed check and
      *    period-end read this instead of the indexed file
           01 calendar-extract-record.
               05 ext-feed-tag pic X(4).
               05 filler pic X(2) value spaces.
               05 ext-cal-date pic X(8).
               05 filler pic X(2) value spaces.
               05 ext-day-type pic X(1).
               05 filler pic X(2) value spaces.
               05 ext-description pic X(30).

       procedure division.
      *    transaction dataset name defaults unless overridden
           accept maint-input-name
               from environment "BUSINESS_CALENDAR_INPUT"
           if maint-input-name = spaces
               move "business-calendar-input" to maint-input-name
           end-if

      *    first ever run has no master yet - create it empty
           open i-o calendar-master
           if master-status = "35"
               open output calendar-master
               close calendar-master
               open i-o calendar-master
           end-if
           if master-status not = "00"
               display "CALMAINT ABEND: business-calendar not "
                   "available (status " master-status ")"
               move 16 to return-code
               stop run
           end-if

           open input maint-input
           if maint-input-status not = "00"
               display "CALMAINT ABEND: transaction file '"
                   function trim(maint-input-name)
                   "' not available (status " maint-input-status ")"
               close calendar-master
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
           close calendar-master

           display "calendar maintenance: " applied-count
               " applied, " rejected-count " rejected, "
               generated-count " business days generated"

           goback.

      *----------------------------------------------------------------
      *    apply-transaction - validate one calendar transaction,
      *    apply it to the master, and leave an audit record either
      *    way
      *----------------------------------------------------------------
           apply-transaction.
               move spaces to trn-result

               if trn-action not = "A" and trn-action not = "C"
                       and trn-action not = "D" and trn-action not = "G"
                   move "INVALID ACTION" to trn-result
               else
                   if trn-feed-tag not = "DAY1"
                           and trn-feed-tag not = "DAY2"
                       move "UNKNOWN FEED" to trn-result
                   else
                       perform validate-calendar-date
                   end-if
               end-if

               if trn-result = spaces
                       and (trn-action = "A" or trn-action = "C")
                       and trn-day-type not = "B"
                       and trn-day-type not = "H"
                   move "INVALID DAY TYPE" to trn-result
               end-if

               if trn-result = spaces
                   if trn-action = "G"
                       perform generate-business-year
                   else
                       move trn-feed-tag to cal-feed-tag
                       move trn-cal-date to cal-date
                       perform read-master-record
                       if trn-action = "A"
                           perform add-calendar-date
                       else
                           perform change-or-delete-date
                       end-if
                   end-if
               end-if

               if trn-result = "ADDED" or trn-result = "CHANGED"
                       or trn-result = "DELETED"
                       or trn-result = "GENERATED"
                   add 1 to applied-count
               else
                   add 1 to rejected-count
                   display "CALMAINT REJECT: " trn-action " "
                       trn-feed-tag " " trn-cal-date " - "
                       function trim(trn-result)
               end-if

               perform write-maint-audit
           exit.

      *----------------------------------------------------------------
      *    validate-calendar-date - the date must be a real calendar
      *    date, not just eight digits
      *----------------------------------------------------------------
           validate-calendar-date.
               if function test-numval(trn-cal-date) not = 0
                   move "BAD CALENDAR DATE" to trn-result
               else
                   move trn-cal-date to date-num
                   if function test-date-yyyymmdd(date-num) not = 0
                       move "BAD CALENDAR DATE" to trn-result
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    add-calendar-date - one new date on the calendar
      *----------------------------------------------------------------
           add-calendar-date.
               if master-found = 'Y'
                   move "ALREADY ON CALENDAR" to trn-result
               else
                   move trn-day-type to cal-day-type
                   move trn-description to cal-description
                   write master-record
                       invalid key
                           move "WRITE FAILED" to trn-result
                       not invalid key
                           move "ADDED" to trn-result
                   end-write
               end-if
           exit.

      *----------------------------------------------------------------
      *    change-or-delete-date - rework or remove a date already on
      *    the calendar
      *----------------------------------------------------------------
           change-or-delete-date.
               if master-found = 'N'
                   move "NOT ON CALENDAR" to trn-result
               else
                   if trn-action = "C"
                       move trn-day-type to cal-day-type
                       if trn-description not = spaces
                           move trn-description to cal-description
                       end-if
                       rewrite master-record
                           invalid key
                               move "REWRITE FAILED" to trn-result
                           not invalid key
                               move "CHANGED" to trn-result
                       end-rewrite
                   else
                       delete calendar-master record
                           invalid key
                               move "DELETE FAILED" to trn-result
                           not invalid key
                               move "DELETED" to trn-result
                       end-delete
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    generate-business-year - every weekday of the year not
      *    already on the calendar goes on as a business day
      *----------------------------------------------------------------
           generate-business-year.
               move spaces to generate-date-x
               string trn-cal-date(1:4) delimited by size
                   "0101" delimited by size
                   into generate-date-x
               end-string
               move generate-date-x to date-num
               compute generate-int = function integer-of-date(date-num)
               move spaces to generate-date-x
               string trn-cal-date(1:4) delimited by size
                   "1231" delimited by size
                   into generate-date-x
               end-string
               move generate-date-x to date-num
               compute generate-end-int =
                   function integer-of-date(date-num)

               perform until generate-int > generate-end-int
                   compute weekday = function mod(generate-int, 7)
                   if weekday >= 1 and weekday <= 5
                       compute date-num =
                           function date-of-integer(generate-int)
                       move trn-feed-tag to cal-feed-tag
                       move date-num to cal-date
                       perform read-master-record
                       if master-found = 'N'
                           move "B" to cal-day-type
                           move "BUSINESS DAY" to cal-description
                           write master-record
                           if master-status = "00"
                               add 1 to generated-count
                           end-if
                       end-if
                   end-if
                   add 1 to generate-int
               end-perform
               move "GENERATED" to trn-result
           exit.

      *----------------------------------------------------------------
      *    read-master-record - random read by feed and date, sets
      *    the found switch instead of abending on a miss
      *----------------------------------------------------------------
           read-master-record.
               move 'Y' to master-found
               read calendar-master
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
               move trn-action to adt-action
               move trn-feed-tag to adt-feed-tag
               move trn-cal-date to adt-cal-date
               move trn-day-type to adt-day-type
               move trn-description to adt-description
               move trn-result to adt-result
               write maint-audit-line from maint-audit-record
           exit.

      *----------------------------------------------------------------
      *    rebuild-extract - unload the whole calendar in feed and
      *    date order to the flat extract the batch reads
      *----------------------------------------------------------------
           rebuild-extract.
               open output calendar-extract
               move 'N' to eof
               move low-values to cal-key
               start calendar-master key not < cal-key
                   invalid key
      *                empty calendar leaves an empty extract
                       move 'E' to eof
               end-start
               perform until eof = 'E'
                   read calendar-master next record
                       at end
                           move 'E' to eof
                       not at end
                           move cal-feed-tag to ext-feed-tag
                           move cal-date to ext-cal-date
                           move cal-day-type to ext-day-type
                           move cal-description to ext-description
                           write calendar-extract-line
                               from calendar-extract-record
                   end-read
               end-perform
               close calendar-extract
           exit.
