           organization is line sequential
           file status is batch-alerts-status.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd arrived-feed.
           01 audit-log-line pic X(79).

           fd provider-register.
           01 provider-register-line pic X(135).

           fd transmission-register.
           01 transmission-register-line pic X(87).
           fd batch-alerts.
           01 batch-alerts-line pic X(106).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 arrived-feed-status pic X(2).
               05 env-feed-id pic X(8).
               05 filler pic X(1).
               05 env-business-date pic X(8).
               05 filler pic X(1).
               05 env-provider-id pic X(8).
           01 envelope-trailer-record.
               05 filler pic X(4).
               05 env-record-count-x pic X(7).
           01 arrival-count-table occurs 8 times pic 9(7).
           01 arrival-hash-table occurs 8 times pic 9(10).

      *    every arrival answers to a provider id - the one its header
      *    names after the business date, or failing that the first
      *    eight bytes of its file name - and no two arrivals in one
      *    intake may answer to the same provider
           01 arrival-provider-table occurs 8 times pic X(8).
           01 provider-id pic X(8).
           01 name-start pic 9(3).
           01 p pic 9(2). *> iterator over earlier arrivals

      *    day2 reports are stamped at intake with a permanent
      *    identity, the provider plus that provider's own report
      *    sequence, so the day2 programs and the safety history
      *    follow the real report however the arrivals merge; the
      *    loaders peel the stamp off before the report is read
           01 report-stamp.
               05 stm-marker pic X(4) value "RID ".
               05 stm-provider pic X(8).
               05 filler pic X(1) value spaces.
               05 stm-provider-seq pic 9(7).
               05 filler pic X(1) value spaces.
               05 stm-report-line pic X(100).

      *    standing register of every transmission ever accepted -
      *    an arrival whose envelope matches a transmission already
      *    accepted for a different business date is a re-sent feed,
               05 filler pic X(1) value spaces.
               05 mrg-hash-total pic 9(10).

      *    standing register of every provider arrival, accepted into
      *    a staged dataset or refused at the door, so the records
      *    accounting and any later reconciliation break can be
      *    explained region by region and a provider's failures are
      *    on record against it; every arrival of one intake carries
      *    the intake's timestamp
           01 provider-register-record.
               05 prv-business-date pic X(8).
               05 filler pic X(2) value spaces.
               05 prv-hash-total pic 9(10).
               05 filler pic X(2) value spaces.
               05 prv-run-timestamp pic X(14).
               05 filler pic X(2) value spaces.
               05 prv-provider-id pic X(8).
               05 filler pic X(2) value spaces.
               05 prv-outcome pic X(8).
               05 filler pic X(2) value spaces.
               05 prv-reason pic X(30).
           01 intake-timestamp pic X(14).
           01 arrival-in-progress pic A(1) value 'N'.

      *    each arrival's own trailer hash is proved here when every
      *    data line is plain unsigned levels the loaders will take as
      *    they stand; an arrival carrying any other line is left to
      *    the loaders' proof over the merged feed
           01 arrival-value-hash pic 9(10).
           01 arrival-hash-clean pic A(1).
           01 hash-token pic X(10).
           01 token-ptr pic 9(3).
           01 token-count pic 9(3).
           01 token-length pic 9(2).
           01 token-width-limit pic 9(2).
           01 token-count-limit pic 9(2).

      *    standing audit trail - the arrival is recorded with its
      *    size and line count whether or not the intake is clean
               05 filler pic X(2) value spaces.
               05 aud-business-date pic X(8).

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
           01 capacity-program-tag.
               05 filler pic X(6) value "INTAKE".
               05 cap-intake-feed pic X(4).

       procedure division.
      *    which feed is being staged decides the layout limits and
      *    the staged dataset name
               move "stage-day1-" to staging-prefix
               move "feed-release-day1" to release-file-name
               move 13 to data-line-limit
               move 5 to token-width-limit
               move 2 to token-count-limit
               move 30 to envelope-line-limit
           else
               if feed-tag-raw(1:4) = "DAY2"
                   move "stage-day2-" to staging-prefix
                   move "feed-release-day2" to release-file-name
                   move 100 to data-line-limit
                   move 2 to token-width-limit
                   move 10 to token-count-limit
                   move 100 to envelope-line-limit
               else
                   display "INTAKE ABEND: feed '"
               move function current-date to current-datetime
               move current-datetime(1:8) to run-date
           end-if
           move function current-date to current-datetime
           move current-datetime(1:14) to intake-timestamp
           move spaces to staging-file-name
           string staging-prefix delimited by size
               run-date delimited by size
      *    the released arrivals go on the standing transmission
      *    register, so a re-send on a later date can be caught
           perform register-transmissions
           move feed-tag to cap-intake-feed
           perform write-capacity-marks

           display "intake: " feed-tag " feed staged as "
               function trim(staging-file-name) " ("
      *----------------------------------------------------------------
           stage-one-arrival.
               move arrival-table(a) to arrived-feed-name
               move 'Y' to arrival-in-progress
               move spaces to provider-id
               move spaces to envelope-header-record
               move 0 to arrival-value-hash
               move 'Y' to arrival-hash-clean
               open input arrived-feed
               if arrived-feed-status not = "00"
                   move "E" to alr-severity
                                   perform check-envelope-trailer
                               else
                                   perform check-data-line
                                   perform accumulate-arrival-hash
                                   perform stage-data-line
                               end-if
                           end-if
                   end-read
                   move 16 to return-code
                   stop run
               end-if
               if arrival-hash-clean = 'Y'
                       and env-hash-total not = arrival-value-hash
                   move "E" to alr-severity
                   move "ENVELOPE-FAIL" to alr-condition
                   move "TRAILER HASH MISMATCH"
                       to alr-text
                   perform write-alert
                   display "INTAKE ABEND: '"
                       function trim(arrived-feed-name)
                       "' trailer hash " env-hash-total
                       " but its levels sum to " arrival-value-hash
                   move 16 to return-code
                   stop run
               end-if

      *        a transmission with this exact envelope may already
      *        have been accepted on another date - catch the
               perform write-provider-register
               perform write-audit-record

               move 'N' to arrival-in-progress

               display "intake: " feed-tag " provider file "
                   function trim(arrived-feed-name) " verified ("
                   env-record-count " records, hash "
                   move 16 to return-code
                   stop run
               end-if
               move feed-buffer(1:30) to envelope-header-record
               if env-feed-id not = expected-feed-id
                   move "E" to alr-severity
                   move "ENVELOPE-FAIL" to alr-condition
                   move 16 to return-code
                   stop run
               end-if
               perform assign-provider-id
               move 'Y' to header-seen
           exit.

      *----------------------------------------------------------------
      *    assign-provider-id - the header's own provider id wins;
      *    an arrival that names none answers to its file name, and
      *    a provider arriving twice in one intake is refused since
      *    its report identities would collide
      *----------------------------------------------------------------
           assign-provider-id.
               perform derive-provider-id
               move 1 to p
               perform until p >= a
                   if arrival-provider-table(p) = provider-id
                       move "E" to alr-severity
                       move "ENVELOPE-FAIL" to alr-condition
                       move "DUPLICATE PROVIDER ID"
                           to alr-text
                       perform write-alert
                       display "INTAKE ABEND: '"
                           function trim(arrived-feed-name)
                           "' arrives as provider " provider-id
                           " already staged in this intake"
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to p
               end-perform
               move provider-id to arrival-provider-table(a)
           exit.

      *----------------------------------------------------------------
      *    derive-provider-id - the provider an arrival answers to,
      *    from its header if it has been read and names one, else
      *    from its file name
      *----------------------------------------------------------------
           derive-provider-id.
               if env-provider-id not = spaces
                   move env-provider-id to provider-id
               else
                   move 1 to name-start
                   move 1 to c
                   perform until c > 50
                       if arrived-feed-name(c:1) = "/"
                           compute name-start = c + 1
                       end-if
                       add 1 to c
                   end-perform
                   move spaces to provider-id
                   if name-start <= 43
                       move arrived-feed-name(name-start:8)
                           to provider-id
                   end-if
                   move function upper-case(provider-id)
                       to provider-id
               end-if
           exit.

      *----------------------------------------------------------------
      *    accumulate-arrival-hash - fold one data line's levels into
      *    the arrival's own hash; a line that is not plain unsigned
      *    levels within the layout's widths takes the arrival out of
      *    the intake-level hash proof
      *----------------------------------------------------------------
           accumulate-arrival-hash.
               if arrival-hash-clean = 'N' or line-length = 0
                   move 'N' to arrival-hash-clean
                   exit paragraph
               end-if
               move 1 to token-ptr
               move 0 to token-count
               perform until token-ptr > line-length
                       or arrival-hash-clean = 'N'
                   move spaces to hash-token
      *            day1 pairs are split on any run of spaces, day2
      *            levels on each single space, as the loaders do
                   if feed-tag = "DAY1"
                       unstring feed-buffer(1:line-length)
                           delimited by all space
                           into hash-token
                           with pointer token-ptr
                       end-unstring
                   else
                       unstring feed-buffer(1:line-length)
                           delimited by space
                           into hash-token
                           with pointer token-ptr
                       end-unstring
                   end-if
                   add 1 to token-count
                   move 0 to token-length
                   perform until token-length = 10
                           or hash-token(token-length + 1:1) = space
                       add 1 to token-length
                   end-perform
                   if token-length = 0
                           or token-length > token-width-limit
                           or token-count > token-count-limit
                       move 'N' to arrival-hash-clean
                   else
                       if hash-token(1:token-length) is numeric
                           compute hash-work = arrival-value-hash
                               + function numval(hash-token)
                           move function mod(hash-work, hash-modulus)
                               to arrival-value-hash
                       else
                           move 'N' to arrival-hash-clean
                       end-if
                   end-if
               end-perform
               if feed-tag = "DAY1"
                       and token-count not = token-count-limit
                   move 'N' to arrival-hash-clean
               end-if
           exit.

      *----------------------------------------------------------------
      *    register-refused-arrival - the arrival being staged failed
      *    at the door; the refusal goes on the provider register
      *    against the provider it answers to
      *----------------------------------------------------------------
           register-refused-arrival.
               move 'N' to arrival-in-progress
               if provider-id = spaces
                   perform derive-provider-id
               end-if
               move run-date to prv-business-date
               move feed-tag to prv-feed-tag
               move arrived-feed-name(1:30) to prv-source-name
               if trailer-seen = 'Y'
                   move env-record-count to prv-record-count
                   move env-hash-total to prv-hash-total
               else
                   move arrival-data-count to prv-record-count
                   move 0 to prv-hash-total
               end-if
               move intake-timestamp to prv-run-timestamp
               move provider-id to prv-provider-id
               move "REFUSED" to prv-outcome
               move alr-text(1:30) to prv-reason
               open extend provider-register
               if provider-register-status = "35"
                   open output provider-register
               end-if
               write provider-register-line
                   from provider-register-record
               close provider-register
           exit.

      *----------------------------------------------------------------
      *    stage-data-line - day1 lines go across as they arrived;
      *    each day2 report carries its identity stamp ahead of it
      *----------------------------------------------------------------
           stage-data-line.
               if feed-tag = "DAY2"
                   move provider-id to stm-provider
                   move arrival-data-count to stm-provider-seq
                   move feed-buffer(1:100) to stm-report-line
                   write staging-line from report-stamp
               else
                   write staging-line from feed-buffer
               end-if
           exit.

      *----------------------------------------------------------------
      *    check-envelope-trailer - capture this provider's record
      *    count and hash total for the merged envelope and the
      *    register for the re-send check on later dates
      *----------------------------------------------------------------
           register-transmissions.
               open extend transmission-register
               if transmission-register-status = "35"
                   open output transmission-register
                   move run-date to trg-business-date
                   move arrival-count-table(a) to trg-record-count
                   move arrival-hash-table(a) to trg-hash-total
                   move intake-timestamp to trg-run-timestamp
                   move arrival-table(a)(1:30) to trg-source-name
                   write transmission-register-line
                       from transmission-register-record
      *    down into the regional files that produced it
      *----------------------------------------------------------------
           write-provider-register.
               move run-date to prv-business-date
               move feed-tag to prv-feed-tag
               move arrived-feed-name(1:30) to prv-source-name
               move env-record-count to prv-record-count
               move env-hash-total to prv-hash-total
               move intake-timestamp to prv-run-timestamp
               move provider-id to prv-provider-id
               move "ACCEPTED" to prv-outcome
               move spaces to prv-reason
               open extend provider-register
               if provider-register-status = "35"
                   open output provider-register
      *    caller sets the severity, condition and text first
      *----------------------------------------------------------------
           write-alert.
               if arrival-in-progress = 'Y'
                   perform register-refused-arrival
               end-if
               move "FEEDINTAKE" to alr-program-tag
               move 0 to alr-run-number
               move run-date to alr-business-date
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
               move 0 to cap-run-number
               move capacity-program-tag to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "ARRIVAL-CAPACITY" to cap-limit-name
               move arrival-capacity to cap-capacity
               move arrival-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
