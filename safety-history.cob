           organization is line sequential
           file status is report-outcomes-status.

           select safety-history assign to "day2-safety-master"
           organization is indexed
           access mode is dynamic
           record key is hst-report-id
           file status is safety-history-status.

           select old-safety-history
               assign to "day2-safety-history"
           organization is line sequential
           file status is old-history-status.

           select set-aside-history
               assign to "day2-safety-history-unconverted"
           organization is line sequential.

           select change-report assign to dynamic change-report-name
           organization is line sequential.

           select sorted-outcomes assign to "safehist-outcomes-sorted"
           organization is line sequential
           file status is sorted-outcomes-status.

           select sort-file assign to "safehist-sort-work".

       data division.
           file section.
           fd report-outcomes.
           01 report-outcomes-line pic X(32).

      *    the standing history master, one record per report keyed
      *    on report identity (provider plus the provider's own
      *    report sequence, as intake stamped it): the outcome now
      *    standing and its date, the prior outcome it replaced, how
      *    many days running the report has come back unsafe, when
      *    the report was first seen, and its outcome on each of the
      *    last thirty dates it was reported, newest first - the
      *    prior fields let a same-date rerun replace the day's
      *    outcome instead of double-counting it
           fd safety-history.
           01 history-record.
               05 hst-report-id pic X(15).
               05 hst-status pic X(8).
               05 hst-status-date pic X(8).
               05 hst-prior-status pic X(8).
               05 hst-unsafe-days pic 9(3).
               05 hst-prior-unsafe-days pic 9(3).
               05 hst-first-seen pic X(8).
               05 hst-trail-count pic 9(2).
               05 hst-trail occurs 30 times.
                   10 hst-trail-date pic X(8).
                   10 hst-trail-status pic X(8).

      *    the flat master the keyed one replaced, taken into it once
      *    by the first run to find no keyed master
           fd old-safety-history.
           01 old-safety-history-line pic X(65).

      *    a flat master too old to take over, kept for reference
           fd set-aside-history.
           01 set-aside-history-line pic X(65).

           fd change-report.
           01 change-report-line pic X(80).

           fd sorted-outcomes.
           01 sorted-outcomes-line pic X(32).

           sd sort-file.
           01 sort-record.
               05 filler pic X(17).
               05 sd-report-id pic X(15).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 report-outcomes-status pic X(2).
           01 safety-history-status pic X(2).
           01 old-history-status pic X(2).
           01 sorted-outcomes-status pic X(2).
           01 work-delete-name pic X(30).

      *    run-date stamp - reads the same date's outcomes file the
      *    day2 dampener pass wrote and writes a dated change report
               05 out-report-num pic 9(5).
               05 filler pic X(2).
               05 out-status pic X(8).
               05 filler pic X(2).
               05 out-report-id pic X(15).

      *    a record of the flat master being taken over
           01 old-history-record.
               05 old-report-id pic X(15).
               05 filler pic X(2).
               05 old-status pic X(8).
               05 filler pic X(2).
               05 old-status-date pic X(8).
               05 filler pic X(2).
               05 old-prior-status pic X(8).
               05 filler pic X(2).
               05 old-unsafe-days pic 9(3).
               05 filler pic X(2).
               05 old-prior-unsafe-days pic 9(3).
               05 filler pic X(2).
               05 old-first-seen pic X(8).
      *    the same record as the report-number master wrote it,
      *    before reports carried an identity: the report number,
      *    two spaces, the status and two more, then the status date
           01 numbered-history-record redefines old-history-record.
               05 num-report-num pic X(5).
               05 num-gap pic X(2).
               05 filler pic X(10).
               05 num-status-date pic X(8).
               05 filler pic X(40).
           01 converted-count pic 9(7) value 0.
           01 flat-record-count pic 9(7) value 0.
           01 flat-layout pic A(1).
           01 flat-fault pic X(30).

      *    reports unsafe this many days running get escalated
           01 escalate-days-raw pic X(5) value spaces.
           01 escalate-days pic 9(3) value 3.

           01 t pic 9(2). *> iterator over the status trail
           01 trail-slot pic 9(2).
           01 new-report pic A(1).
           01 outcomes-read pic 9(7) value 0.
           01 flip-count pic 9(5) value 0.
           01 new-count pic 9(5) value 0.
      *    one line per status flip since the prior outcome stood
           01 flip-record.
               05 filler pic X(7) value "REPORT ".
               05 flp-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 filler pic X(8) value "FLIPPED ".
               05 flp-old-status pic X(8).
               05 filler pic X(4) value " TO ".
               05 flp-new-status pic X(8).

      *    one line per report never seen before today
           01 new-record.
               05 filler pic X(7) value "REPORT ".
               05 new-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 filler pic X(4) value "NEW ".
               05 new-status pic X(8).
      *    one line per report unsafe at or past the escalation bar
           01 escalation-record.
               05 filler pic X(7) value "REPORT ".
               05 esc-report-id pic X(15).
               05 filler pic X(2) value spaces.
               05 filler pic X(7) value "UNSAFE ".
               05 esc-unsafe-days pic 9(3).
               end-if
           end-if

           perform open-safety-history

           open input report-outcomes
           if report-outcomes-status not = "00"
               display "SAFEHIST SKIPPED: "
                   function trim(report-outcomes-name)
                   " not available (status " report-outcomes-status
                   ")"
               close safety-history
               goback
           end-if
           close report-outcomes

      *    the day's outcomes in identity order, so the master is
      *    worked in key order and the change report reads in the
      *    same order as the master
           sort sort-file on ascending key sd-report-id
               using report-outcomes giving sorted-outcomes

           open output change-report
           move "REPORT SAFETY CHANGES FOR " to heading-line
           move run-date to heading-line(27:8)
           write change-report-line from heading-line

           move 'N' to eof
           open input sorted-outcomes
           perform until eof = 'E'
               read sorted-outcomes into report-outcome-record
                   at end
                       move 'E' to eof
                   not at end
                       perform match-outcome
               end-read
           end-perform
           close sorted-outcomes
           move "safehist-outcomes-sorted" to work-delete-name
           call "CBL_DELETE_FILE" using work-delete-name
           move 0 to return-code

           perform write-escalations
           perform write-change-summary
           close change-report
           close safety-history

           display "safety history updated: " outcomes-read
               " outcomes, " flip-count " flips, " new-count
           goback.

      *----------------------------------------------------------------
      *    open-safety-history - the keyed master for update; the
      *    first run to find none checks the flat master over,
      *    creates the keyed one and takes over whatever the flat
      *    master held
      *----------------------------------------------------------------
           open-safety-history.
               move 'N' to new-report
               move 'N' to flat-layout
               open i-o safety-history
               if safety-history-status = "35"
                   perform check-flat-history
                   open output safety-history
                   close safety-history
                   open i-o safety-history
                   move 'Y' to new-report
               end-if
               if safety-history-status not = "00"
                   display "SAFEHIST ABEND: day2-safety-master not "
                       "available (status " safety-history-status ")"
                   move 16 to return-code
                   stop run
               end-if
               if new-report = 'Y' and flat-layout = 'Y'
                   perform convert-flat-history
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-flat-history - every record of the flat master must
      *    be sound before any of it is taken over; a master still
      *    keyed on report number has no identities to key on, so it
      *    is set aside whole and the history starts fresh
      *----------------------------------------------------------------
           check-flat-history.
               move 'N' to eof
               open input old-safety-history
               if old-history-status not = "00"
                   exit paragraph
               end-if
               move 'Y' to flat-layout
               move 0 to flat-record-count
               perform until eof = 'E'
                   read old-safety-history into old-history-record
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to flat-record-count
                           perform check-history-record
                   end-read
               end-perform
               close old-safety-history
               if flat-layout = 'B'
                   perform set-aside-flat-history
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-history-record - one flat master record: the first
      *    decides which layout the master is in, and every record
      *    of an identity-keyed master must carry an identity, a
      *    standing outcome and numeric dates and counts
      *----------------------------------------------------------------
           check-history-record.
               if flat-record-count = 1
                       and old-status-date is not numeric
                       and num-report-num is numeric
                       and num-gap = spaces
                       and num-status-date is numeric
                   move 'B' to flat-layout
                   move 'E' to eof
                   exit paragraph
               end-if

               move spaces to flat-fault
               if old-report-id(1:8) = spaces
                   move "NO PROVIDER" to flat-fault
               end-if
               if flat-fault = spaces
                       and old-report-id(9:7) is not numeric
                   move "NO REPORT SEQUENCE" to flat-fault
               end-if
               if flat-fault = spaces and old-status = spaces
                   move "NO STANDING OUTCOME" to flat-fault
               end-if
               if flat-fault = spaces
                       and old-status-date is not numeric
                   move "STATUS DATE NOT NUMERIC" to flat-fault
               end-if
               if flat-fault = spaces
                       and old-unsafe-days is not numeric
                   move "UNSAFE DAYS NOT NUMERIC" to flat-fault
               end-if
               if flat-fault = spaces
                       and old-prior-unsafe-days is not numeric
                   move "PRIOR UNSAFE DAYS NOT NUMERIC" to flat-fault
               end-if
               if flat-fault = spaces
                       and old-first-seen is not numeric
                   move "FIRST SEEN NOT NUMERIC" to flat-fault
               end-if
               if flat-fault not = spaces
                   display "SAFEHIST ABEND: day2-safety-history "
                       "record " flat-record-count " "
                       function trim(flat-fault)
                       " - nothing taken over"
                   move 16 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    set-aside-flat-history - the report-number master copied
      *    off under its own name and removed, so it is neither
      *    taken over nor lost
      *----------------------------------------------------------------
           set-aside-flat-history.
               move 'N' to eof
               open input old-safety-history
               open output set-aside-history
               perform until eof = 'E'
                   read old-safety-history
                       at end
                           move 'E' to eof
                       not at end
                           write set-aside-history-line
                               from old-safety-history-line
                   end-read
               end-perform
               close old-safety-history
               close set-aside-history
               move "day2-safety-history" to work-delete-name
               call "CBL_DELETE_FILE" using work-delete-name
               move 0 to return-code
               display "safety history: day2-safety-history is keyed "
                   "on report number, not report identity"
               display "safety history: set aside as "
                   "day2-safety-history-unconverted, history starts "
                   "fresh"
           exit.

      *----------------------------------------------------------------
      *    convert-flat-history - every report on the flat master
      *    goes onto the keyed one, its standing outcome starting the
      *    status trail; the flat master is removed once taken over
      *----------------------------------------------------------------
           convert-flat-history.
               move 'N' to eof
               open input old-safety-history
               if old-history-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read old-safety-history into old-history-record
                       at end
                           move 'E' to eof
                       not at end
                           perform convert-history-record
                   end-read
               end-perform
               close old-safety-history
               move "day2-safety-history" to work-delete-name
               call "CBL_DELETE_FILE" using work-delete-name
               move 0 to return-code
               display "safety history: " converted-count
                   " reports taken over from the flat master"
           exit.

      *----------------------------------------------------------------
      *    convert-history-record - one flat master record onto the
      *    keyed master
      *----------------------------------------------------------------
           convert-history-record.
               perform clear-history-record
               move old-report-id to hst-report-id
               move old-status to hst-status
               move old-status-date to hst-status-date
               move old-prior-status to hst-prior-status
               move old-unsafe-days to hst-unsafe-days
               move old-prior-unsafe-days to hst-prior-unsafe-days
               move old-first-seen to hst-first-seen
               if old-status not = spaces
                   move 1 to hst-trail-count
                   move old-status-date to hst-trail-date(1)
                   move old-status to hst-trail-status(1)
               end-if
               write history-record
                   invalid key
                       display "SAFEHIST ABEND: report "
                           old-report-id " twice on the flat "
                           "safety history - nothing taken over"
                       close safety-history
                       move "day2-safety-master" to work-delete-name
                       call "CBL_DELETE_FILE" using work-delete-name
                       move 16 to return-code
                       stop run
               end-write
               add 1 to converted-count
           exit.

      *----------------------------------------------------------------
      *    clear-history-record - an empty master record, status
      *    trail and all
      *----------------------------------------------------------------
           clear-history-record.
               move spaces to history-record
               move 0 to hst-unsafe-days
               move 0 to hst-prior-unsafe-days
               move 0 to hst-trail-count
           exit.

      *----------------------------------------------------------------
      *    match-outcome - fold the outcome into the report's master
      *    record, or start a new one when the report has never been
      *    seen
      *----------------------------------------------------------------
           match-outcome.
               add 1 to outcomes-read
               if out-report-id = spaces
                   display "SAFEHIST ABEND: outcome for report "
                       out-report-num " carries no report identity"
                   move 16 to return-code
                   stop run
               end-if
               move out-report-id to hst-report-id
               move 'N' to new-report
               read safety-history
                   invalid key
                       move 'Y' to new-report
               end-read
               if new-report = 'Y'
                   perform clear-history-record
                   move out-report-id to hst-report-id
               end-if

      *        an older date rerun behind a newer one only fills in
      *        its trail entry, and the first-seen date when it is
      *        earlier still - the newer outcome stands
               if new-report = 'N' and run-date < hst-status-date
                   if run-date < hst-first-seen
                       move run-date to hst-first-seen
                   end-if
                   perform apply-status-trail
               else
                   perform apply-outcome
                   perform apply-status-trail
               end-if

               if new-report = 'Y'
                   write history-record
                       invalid key
                           display "SAFEHIST ABEND: report "
                               hst-report-id " could not be added "
                               "(status " safety-history-status ")"
                           move 16 to return-code
                           stop run
                   end-write
               else
                   rewrite history-record
                       invalid key
                           display "SAFEHIST ABEND: report "
                               hst-report-id " could not be updated "
                               "(status " safety-history-status ")"
                           move 16 to return-code
                           stop run
                   end-rewrite
               end-if
           exit.

      *----------------------------------------------------------------
      *    apply-outcome - fold one report's outcome for the day into
      *    its master record; a fresh date rolls the standing outcome
      *    into the prior fields first, a same-date rerun reapplies
      *    from them so the day is never counted twice; never
      *    reached for a date older than the standing outcome
      *----------------------------------------------------------------
           apply-outcome.
               if new-report = 'Y'
                   move spaces to hst-prior-status
                   move 0 to hst-prior-unsafe-days
                   move run-date to hst-first-seen
                   add 1 to new-count
                   move out-report-id to new-report-id
                   move out-status to new-status
                   write change-report-line from new-record
               else
                   if hst-status-date not = run-date
                       move hst-status to hst-prior-status
                       move hst-unsafe-days to hst-prior-unsafe-days
                   end-if
                   if hst-prior-status not = spaces
                           and hst-prior-status not = out-status
                       add 1 to flip-count
                       move out-report-id to flp-report-id
                       move hst-prior-status to flp-old-status
                       move out-status to flp-new-status
                       write change-report-line from flip-record
                   end-if
               end-if

               move out-status to hst-status
               move run-date to hst-status-date
               if out-status = "UNSAFE"
                   if hst-prior-status = "UNSAFE"
                       add 1 to hst-prior-unsafe-days
                           giving hst-unsafe-days
                   else
                       move 1 to hst-unsafe-days
                   end-if
               else
                   move 0 to hst-unsafe-days
               end-if
           exit.

      *----------------------------------------------------------------
      *    apply-status-trail - the day's outcome onto the report's
      *    trail of its last thirty reported dates, newest first; a
      *    same-date rerun replaces the date's entry, and a rerun of
      *    an older date slots in behind the newer ones
      *----------------------------------------------------------------
           apply-status-trail.
               move 1 to t
               perform until t > hst-trail-count
                   if hst-trail-date(t) = run-date
                       move out-status to hst-trail-status(t)
                       exit paragraph
                   end-if
                   if hst-trail-date(t) < run-date
                       exit perform
                   end-if
                   add 1 to t
               end-perform
               if t > 30
      *            older than every date the full trail still holds
                   exit paragraph
               end-if

               if hst-trail-count < 30
                   add 1 to hst-trail-count
               end-if
               move hst-trail-count to trail-slot
               perform until trail-slot <= t
                   move hst-trail(trail-slot - 1)
                       to hst-trail(trail-slot)
                   subtract 1 from trail-slot
               end-perform
               move run-date to hst-trail-date(t)
               move out-status to hst-trail-status(t)
           exit.

      *----------------------------------------------------------------
      *    write-escalations - the recurring offenders: every report
      *    unsafe today for at least the escalation bar's days
      *    running, in one pass over the master in key order
      *----------------------------------------------------------------
           write-escalations.
               move spaces to heading-line
               write change-report-line from heading-line
               move "RECURRING UNSAFE REPORTS" to heading-line
               write change-report-line from heading-line
               move 'N' to eof
               move low-values to hst-report-id
               start safety-history key not < hst-report-id
                   invalid key
                       move 'E' to eof
               end-start
               perform until eof = 'E'
                   read safety-history next record
                       at end
                           move 'E' to eof
                       not at end
                           if hst-status = "UNSAFE"
                                   and hst-status-date = run-date
                                   and hst-unsafe-days
                                       >= escalate-days
                               add 1 to escalated-count
                               move hst-report-id to esc-report-id
                               move hst-unsafe-days
                                   to esc-unsafe-days
                               write change-report-line
                                   from escalation-record
                           end-if
                   end-read
               end-perform
           exit.

               move escalated-count to sum-count
               write change-report-line from summary-record
           exit.
