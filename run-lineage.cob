       identification division.
       program-id. lineage.

       environment division.
           input-output section.
           file-control.
           select log-input assign to dynamic log-input-name
           organization is line sequential
           file status is log-input-status.

           select lineage-report assign to dynamic lineage-report-name
           organization is line sequential.

           select capacity-log assign to "batch-capacity-log"
           organization is line sequential
           file status is capacity-log-status.

       data division.
           file section.
           fd log-input.
           01 log-input-line pic X(200).

           fd lineage-report.
           01 lineage-report-line pic X(160).

           fd capacity-log.
           01 capacity-log-line pic X(83).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
           01 log-input-status pic X(2).
           01 log-input-name pic X(50).
           01 log-buffer pic X(200).
           01 lineage-report-name pic X(40).
           01 current-datetime pic X(21).

      *    what the inquiry was asked for - a run number, or a
      *    business date and program tag whose standing figure is
      *    traced; the tag also narrows the figures and the feed
           01 lineage-run-raw pic X(7) value spaces.
           01 lineage-run pic 9(5) value 0.
           01 lineage-date-raw pic X(8) value spaces.
           01 lineage-date pic X(8) value spaces.
           01 lineage-tag pic X(10) value spaces.
           01 tag-length pic 9(2) value 0.
           01 day1-in-scope pic A(1) value "Y".
           01 day2-in-scope pic A(1) value "Y".

      *    the run's window on the run control journal - every other
      *    source is placed against it by timestamp - and the run
      *    that stands for the date now
           01 run-open-timestamp pic X(14) value spaces.
           01 run-last-timestamp pic X(14) value spaces.
           01 standing-run pic 9(5) value 0.
           01 found-run pic 9(5) value 0.
           01 found-step-run pic 9(5) value 0.

      *    the intake in force for the run, per feed - the latest
      *    intake for the date stamped no later than the run's last
      *    journal entry
           01 day1-intake-timestamp pic X(14) value spaces.
           01 day2-intake-timestamp pic X(14) value spaces.

      *    archive probing - the rolled logs keep older records in
      *    dated archive files next to the live log, so each is read
      *    live plus every archive dated from the business date on
           01 scan-base pic X(30).
           01 scan-handler pic 9(2).
           01 probe-start-int pic 9(8).
           01 probe-end-int pic 9(8).
           01 probe-int pic 9(8).
           01 probe-date-num pic 9(8).
           01 probe-date-x pic X(8).
           01 today-num pic 9(8).
           01 lineage-date-num pic 9(8).

      *    a run number alone names no date, so its archives are
      *    looked for this far back
           01 resolve-window-days pic 9(3) value 366.

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

           01 control-total-record.
               05 ctl-run-number pic 9(5).
               05 filler pic X(2).
               05 ctl-program-tag pic X(10).
               05 filler pic X(2).
               05 ctl-total pic 9(10).
               05 filler pic X(2).
               05 ctl-business-date pic X(8).

           01 accounting-record.
               05 acct-run-number pic 9(5).
               05 filler pic X(2).
               05 acct-program-tag pic X(10).
               05 filler pic X(2).
               05 acct-records-read pic 9(9).
               05 filler pic X(2).
               05 acct-processed pic 9(9).
               05 filler pic X(2).
               05 acct-rejected pic 9(9).
               05 filler pic X(2).
               05 acct-business-date pic X(8).

           01 transmission-register-record.
               05 trg-feed-id pic X(8).
               05 filler pic X(2).
               05 trg-business-date pic X(8).
               05 filler pic X(2).
               05 trg-record-count pic 9(7).
               05 filler pic X(2).
               05 trg-hash-total pic 9(10).
               05 filler pic X(2).
               05 trg-run-timestamp pic X(14).
               05 filler pic X(2).
               05 trg-source-name pic X(30).

           01 provider-register-record.
               05 prv-business-date pic X(8).
               05 filler pic X(2).
               05 prv-feed-tag pic X(4).
               05 filler pic X(2).
               05 prv-source-name pic X(30).
               05 filler pic X(2).
               05 prv-record-count pic 9(7).
               05 filler pic X(2).
               05 prv-hash-total pic 9(10).
               05 filler pic X(2).
               05 prv-run-timestamp pic X(14).
               05 filler pic X(2).
               05 prv-provider-id pic X(8).
               05 filler pic X(2).
               05 prv-outcome pic X(8).
               05 filler pic X(2).
               05 prv-reason pic X(30).

           01 parameters-log-record.
               05 prm-timestamp pic X(14).
               05 filler pic X(2).
               05 prm-program pic X(10).

           01 parameters-history-record.
               05 pmh-timestamp pic X(14).
               05 filler pic X(2).
               05 pmh-action pic X(8).
           01 approved-history-line pic X(97) value spaces.
           01 approved-history-timestamp pic X(14) value spaces.

           01 location-audit-record.
               05 lad-run-timestamp pic X(14).
               05 filler pic X(2).
               05 lad-action pic X(1).
               05 filler pic X(2).
               05 lad-loc-id pic X(5).
               05 filler pic X(2).
               05 lad-loc-name pic X(30).
               05 filler pic X(2).
               05 lad-result pic X(20).
           01 location-applied-before pic 9(7) value 0.
           01 location-applied-since pic 9(7) value 0.
           01 location-last-line pic X(107) value spaces.

           01 operator-action-record.
               05 opa-timestamp pic X(14).
               05 filler pic X(2).
               05 opa-run-number pic 9(5).
               05 filler pic X(2).
               05 opa-business-date pic X(8).

           01 backout-journal-record.
               05 bkj-timestamp pic X(14).
               05 filler pic X(2).
               05 bkj-run-number pic 9(5).
               05 filler pic X(2).
               05 bkj-business-date pic X(8).

           01 audit-group-date pic X(8).

           01 delivery-register-record.
               05 dlv-sequence pic 9(7).
               05 filler pic X(2).
               05 dlv-run-number pic 9(5).
               05 filler pic X(2).
               05 dlv-business-date pic X(8).
               05 filler pic X(2).
               05 dlv-type pic X(10).
               05 filler pic X(2).
               05 dlv-record-count pic 9(7).
               05 filler pic X(2).
               05 dlv-hash-total pic 9(10).
               05 filler pic X(2).
               05 dlv-sent-timestamp pic X(14).
               05 filler pic X(2).
               05 dlv-deadline pic X(14).
               05 filler pic X(2).
               05 dlv-supersedes pic 9(7).

      *    deliveries a later delivery superseded, gathered on a
      *    first pass over the register
           01 superseded-capacity pic 9(3) value 500.
           01 superseded-count pic 9(3) value 0.
           01 superseded-table occurs 500 times pic 9(7).
           01 s pic 9(3). *> iterator over superseded deliveries
           01 delivery-superseded pic A(1).

      *    the dated exception and repair files behind a figure
           01 exception-base-list.
               05 filler pic X(30) value "task1-exceptions".
               05 filler pic X(30) value "task2-exceptions".
               05 filler pic X(30) value "task3-exceptions".
               05 filler pic X(30) value "repair-replay-report".
               05 filler pic X(30) value "day2-field-exceptions".
               05 filler pic X(30) value "day2-safety-exceptions".
               05 filler pic X(30)
                   value "day2-task2-field-exceptions".
               05 filler pic X(30)
                   value "day2-duplicate-exceptions".
               05 filler pic X(30)
                   value "day2-task2-dup-exceptions".
               05 filler pic X(30) value "master-exceptions-report".
           01 exception-base-list-r redefines exception-base-list.
               05 exception-base occurs 10 times pic X(30).
           01 exception-base-count pic 9(2) value 10.
           01 e pic 9(2). *> iterator over exception files
           01 exception-lines pic 9(7).

           01 lines-shown pic 9(7).

      *    one evidence line - the source record as it stands on its
      *    file, marked with how it relates to the run traced
           01 detail-record.
               05 dtl-run-marker pic X(10).
               05 filler pic X(1) value space.
               05 dtl-status pic X(10).
               05 filler pic X(1) value space.
               05 dtl-source pic X(132).

           01 summary-record.
               05 filler pic X(2) value spaces.
               05 sum-label pic X(44).
               05 filler pic X(2) value spaces.
               05 sum-value pic X(50).
           01 summary-number pic 9(10).

           01 heading-line pic X(160).

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

       procedure division.
           move function current-date to current-datetime
           move current-datetime(1:8) to today-num

           accept lineage-run-raw from environment "LINEAGE_RUN"
           accept lineage-date-raw from environment "LINEAGE_DATE"
           accept lineage-tag from environment "LINEAGE_TAG"
           move function upper-case(lineage-tag) to lineage-tag

           if lineage-run-raw not = spaces
               if function test-numval(lineage-run-raw) not = 0
                   display "LINEAGE ABEND: LINEAGE_RUN '"
                       function trim(lineage-run-raw)
                       "' is not a run number"
                   move 8 to return-code
                   stop run
               end-if
               move function numval(lineage-run-raw) to lineage-run
               perform resolve-run-date
           else
               if lineage-date-raw = spaces
                       or function test-numval(lineage-date-raw)
                           not = 0
                       or lineage-tag = spaces
                   display "LINEAGE ABEND: name a run in LINEAGE_RUN, "
                       "or a business date in LINEAGE_DATE and a "
                       "program tag in LINEAGE_TAG"
                   move 8 to return-code
                   stop run
               end-if
               move lineage-date-raw to lineage-date
               perform resolve-standing-run
           end-if

      *    a tag narrows the figures, and a day1 or day2 tag narrows
      *    the feed traced
           if lineage-tag not = spaces
               move function length(function trim(lineage-tag))
                   to tag-length
               if lineage-tag(1:4) = "DAY1"
                   move "N" to day2-in-scope
               end-if
               if lineage-tag(1:4) = "DAY2"
                   move "N" to day1-in-scope
               end-if
           end-if

      *    from here on archives are looked for from the business
      *    date to today
           move lineage-date to lineage-date-num
           compute probe-start-int =
               function integer-of-date(lineage-date-num)

           move 4 to scan-handler
           move "batch-run-control" to scan-base
           perform scan-rolled-log
           if run-last-timestamp = spaces
               display "LINEAGE ABEND: run " lineage-run
                   " has no entries on the run control journal"
               move 8 to return-code
               stop run
           end-if

           move 13 to scan-handler
           move "feed-transmission-register" to scan-base
           perform scan-live-log

           move spaces to lineage-report-name
           string "run-lineage-report-" delimited by size
               lineage-run delimited by size
               into lineage-report-name
           end-string
           open output lineage-report

           move spaces to heading-line
           string "RUN LINEAGE - RUN " delimited by size
               lineage-run delimited by size
               "  BUSINESS DATE " delimited by size
               lineage-date delimited by size
               "  TAG " delimited by size
               lineage-tag delimited by size
               "  WRITTEN " delimited by size
               current-datetime(1:14) delimited by size
               into heading-line
           end-string
           if lineage-tag = spaces
               move "ALL" to heading-line(54:3)
           end-if
           write lineage-report-line from heading-line

           perform write-run-section
           perform write-figures-section
           perform write-transmissions-section
           perform write-staged-section
           if day2-in-scope = "Y"
               perform write-safety-rules-section
           end-if
           if day1-in-scope = "Y"
               perform write-location-section
           end-if
           perform write-exceptions-section
           perform write-operator-section
           perform write-backout-section
           perform write-audit-section
           perform write-delivery-section

           close lineage-report
           perform write-capacity-marks

           display "run lineage written to "
               function trim(lineage-report-name) " for run "
               lineage-run " business date " lineage-date

           goback.

      *----------------------------------------------------------------
      *    resolve-run-date - the run's *RUN* OPEN record names its
      *    business date; a run this old may sit in an archive
      *----------------------------------------------------------------
           resolve-run-date.
               compute probe-start-int =
                   function integer-of-date(today-num)
                   - resolve-window-days
               move 1 to scan-handler
               move "batch-run-control" to scan-base
               perform scan-rolled-log
               if lineage-date = spaces
                   display "LINEAGE ABEND: run " lineage-run
                       " was never opened on the run control journal"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *----------------------------------------------------------------
      *    resolve-standing-run - the figure for a date and tag is
      *    the one the highest run published; a tag that published
      *    nothing falls back to the highest run that journaled the
      *    step, then to the highest run for the date
      *----------------------------------------------------------------
           resolve-standing-run.
               move lineage-date to lineage-date-num
               compute probe-start-int =
                   function integer-of-date(lineage-date-num)
               move function length(function trim(lineage-tag))
                   to tag-length

               move 2 to scan-handler
               move "batch-control-totals" to scan-base
               perform scan-rolled-log
               if found-run = 0
                   move 3 to scan-handler
                   move "batch-run-control" to scan-base
                   perform scan-rolled-log
                   if found-step-run > 0
                       move found-step-run to found-run
                   end-if
               end-if
               if found-run = 0
                   display "LINEAGE ABEND: no run is journaled for "
                       "business date " lineage-date
                   move 8 to return-code
                   stop run
               end-if
               move found-run to lineage-run
           exit.

      *----------------------------------------------------------------
      *    write-run-section - every journal entry for the business
      *    date, so corrections and reruns show next to the run
      *----------------------------------------------------------------
           write-run-section.
               move "RUN CONTROL JOURNAL FOR THE BUSINESS DATE"
                   to heading-line
               perform write-section-heading
               move 10 to scan-handler
               move "batch-run-control" to scan-base
               perform scan-rolled-log

               move "RUN OPENED" to sum-label
               move run-open-timestamp to sum-value
               write lineage-report-line from summary-record
               move "LAST JOURNAL ENTRY OF THE RUN" to sum-label
               move run-last-timestamp to sum-value
               write lineage-report-line from summary-record
               move "RUN STANDING FOR THE DATE" to sum-label
               move spaces to sum-value
               move standing-run to sum-value(1:5)
               if standing-run = lineage-run
                   move "(THIS RUN)" to sum-value(7:10)
               else
                   move "(THIS RUN IS SUPERSEDED)" to sum-value(7:24)
               end-if
               write lineage-report-line from summary-record
           exit.

      *----------------------------------------------------------------
      *    write-figures-section - the control totals and records
      *    accounting every run of the date published
      *----------------------------------------------------------------
           write-figures-section.
               move "PUBLISHED CONTROL TOTALS" to heading-line
               perform write-section-heading
               move 11 to scan-handler
               move "batch-control-totals" to scan-base
               perform scan-rolled-log

               move "RECORDS ACCOUNTING" to heading-line
               perform write-section-heading
               move 12 to scan-handler
               move "batch-records-accounting" to scan-base
               perform scan-rolled-log
           exit.

      *----------------------------------------------------------------
      *    write-transmissions-section - every transmission and
      *    provider arrival for the date, the intake the run used
      *    marked in force
      *----------------------------------------------------------------
           write-transmissions-section.
               move "FEED TRANSMISSIONS" to heading-line
               perform write-section-heading
               move 14 to scan-handler
               move "feed-transmission-register" to scan-base
               perform scan-live-log

               move "PROVIDER ARRIVALS" to heading-line
               perform write-section-heading
               move 15 to scan-handler
               move "feed-intake-providers" to scan-base
               perform scan-rolled-log
           exit.

      *----------------------------------------------------------------
      *    write-staged-section - the staged dataset the loaders read
      *    and whether the release file still names it
      *----------------------------------------------------------------
           write-staged-section.
               move "STAGED DATASETS" to heading-line
               perform write-section-heading
               if day1-in-scope = "Y"
                   move "stage-day1-" to scan-base
                   perform show-staged-dataset
               end-if
               if day2-in-scope = "Y"
                   move "stage-day2-" to scan-base
                   perform show-staged-dataset
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-staged-dataset - one feed's staged dataset for the
      *    date, retained or not, and the release file's word on it
      *----------------------------------------------------------------
           show-staged-dataset.
               move spaces to log-input-name
               string function trim(scan-base) delimited by size
                   lineage-date delimited by size
                   into log-input-name
               end-string
               move spaces to sum-label
               string "STAGED DATASET " delimited by size
                   log-input-name delimited by space
                   into sum-label
               end-string
               move 0 to exception-lines
               perform count-log-lines
               move spaces to sum-value
               if log-input-status = "00"
                   move exception-lines to summary-number
                   string "RETAINED, " delimited by size
                       summary-number delimited by size
                       " LINES" delimited by size
                       into sum-value
                   end-string
               else
                   move "NOT RETAINED" to sum-value
               end-if
               write lineage-report-line from summary-record

               move spaces to log-input-name
               string "feed-release-" delimited by size
                   scan-base(7:4) delimited by size
                   into log-input-name
               end-string
               move spaces to sum-label
               string "NOW RELEASED BY " delimited by size
                   log-input-name delimited by space
                   into sum-label
               end-string
               move spaces to sum-value
               open input log-input
               if log-input-status = "00"
                   read log-input into log-buffer
                       at end
                           move spaces to log-buffer
                   end-read
                   close log-input
                   move log-buffer(1:50) to sum-value
               end-if
               if sum-value = spaces
                   move "NOTHING RELEASED" to sum-value
               end-if
               write lineage-report-line from summary-record
           exit.

      *----------------------------------------------------------------
      *    write-safety-rules-section - the rule set the day2 scorers
      *    logged inside the run's window, and the approval it came
      *    from
      *----------------------------------------------------------------
           write-safety-rules-section.
               move "SAFETY RULE SET LOGGED BY THE RUN" to heading-line
               perform write-section-heading
               move 17 to scan-handler
               move "day2-safety-parameters-log" to scan-base
               perform scan-rolled-log

               move "SAFETY RULE SET APPROVAL IN FORCE"
                   to heading-line
               perform write-section-heading
               move 18 to scan-handler
               move "day2-safety-parameters-history" to scan-base
               perform scan-live-log
               if approved-history-line = spaces
                   move "NO APPROVAL ON FILE" to sum-label
                   move "SCORERS USED DEFAULTS OR AN UNAPPROVED FILE"
                       to sum-value
                   write lineage-report-line from summary-record
               else
                   move spaces to detail-record
                   move "IN FORCE" to dtl-status
                   move approved-history-line to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-location-section - the location master state the
      *    day1 loaders validated against: the last maintenance
      *    applied before the run and how much has changed since
      *----------------------------------------------------------------
           write-location-section.
               move "LOCATION MASTER STATE" to heading-line
               perform write-section-heading
               move 19 to scan-handler
               move "location-maint-audit" to scan-base
               perform scan-live-log

               move "LOCATION CHANGES APPLIED BEFORE THE RUN"
                   to sum-label
               move spaces to sum-value
               move location-applied-before to summary-number
               move summary-number to sum-value(1:10)
               write lineage-report-line from summary-record
               move "LOCATION CHANGES APPLIED SINCE THE RUN"
                   to sum-label
               move spaces to sum-value
               move location-applied-since to summary-number
               move summary-number to sum-value(1:10)
               write lineage-report-line from summary-record
               if location-last-line not = spaces
                   move spaces to detail-record
                   move "IN FORCE" to dtl-status
                   move location-last-line to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    write-exceptions-section - line counts of the date's
      *    exception and repair files still retained
      *----------------------------------------------------------------
           write-exceptions-section.
               move "EXCEPTION AND REPAIR FILES" to heading-line
               perform write-section-heading
               move 1 to e
               perform until e > exception-base-count
                   if (exception-base(e)(1:4) = "day2"
                           and day2-in-scope = "Y")
                       or (exception-base(e)(1:4) not = "day2"
                           and (exception-base(e)(1:6) = "master"
                               or day1-in-scope = "Y"))
                       perform show-exception-count
                   end-if
                   add 1 to e
               end-perform
           exit.

      *----------------------------------------------------------------
      *    show-exception-count - one dated file's line count
      *----------------------------------------------------------------
           show-exception-count.
               move spaces to log-input-name
               string function trim(exception-base(e))
                   delimited by size
                   "-" delimited by size
                   lineage-date delimited by size
                   into log-input-name
               end-string
               move log-input-name to sum-label
               move 0 to exception-lines
               perform count-log-lines
               move spaces to sum-value
               if log-input-status = "00"
                   move exception-lines to summary-number
                   move summary-number to sum-value(1:10)
               else
                   move "NOT RETAINED" to sum-value
               end-if
               write lineage-report-line from summary-record
           exit.

      *----------------------------------------------------------------
      *    write-operator-section - releases, overrides and other
      *    operator actions journaled against the date
      *----------------------------------------------------------------
           write-operator-section.
               move "OPERATOR ACTIONS" to heading-line
               perform write-section-heading
               move 20 to scan-handler
               move "operator-actions-log" to scan-base
               perform scan-rolled-log
           exit.

      *----------------------------------------------------------------
      *    write-backout-section - every backout of a run of the date
      *----------------------------------------------------------------
           write-backout-section.
               move "RUN BACKOUTS" to heading-line
               perform write-section-heading
               move 21 to scan-handler
               move "run-backout-journal" to scan-base
               perform scan-live-log
           exit.

      *----------------------------------------------------------------
      *    write-audit-section - the standing audit trail for the
      *    date: every program run, repair, correction and refusal
      *----------------------------------------------------------------
           write-audit-section.
               move "AUDIT TRAIL FOR THE BUSINESS DATE" to heading-line
               perform write-section-heading
               move 22 to scan-handler
               move "batch-audit-log" to scan-base
               perform scan-rolled-log
           exit.

      *----------------------------------------------------------------
      *    write-delivery-section - what went downstream for the
      *    date (and its month's statement), and what superseded it
      *----------------------------------------------------------------
           write-delivery-section.
               move "DOWNSTREAM DELIVERIES" to heading-line
               perform write-section-heading
               move 23 to scan-handler
               move "delivery-register" to scan-base
               perform scan-live-log
               move 24 to scan-handler
               perform scan-live-log
           exit.

      *----------------------------------------------------------------
      *    write-section-heading - a blank line, then the heading the
      *    caller put in heading-line
      *----------------------------------------------------------------
           write-section-heading.
               move heading-line(1:80) to sum-value
               move spaces to heading-line
               write lineage-report-line from heading-line
               move sum-value to heading-line
               write lineage-report-line from heading-line
               move 0 to lines-shown
           exit.

      *----------------------------------------------------------------
      *    scan-rolled-log - read a rolled log's dated archives from
      *    the probe start to today, then the live file
      *----------------------------------------------------------------
           scan-rolled-log.
               compute probe-end-int =
                   function integer-of-date(today-num)
               move probe-start-int to probe-int
               perform until probe-int > probe-end-int
                   compute probe-date-num =
                       function date-of-integer(probe-int)
                   move probe-date-num to probe-date-x
                   move spaces to log-input-name
                   string function trim(scan-base) delimited by size
                       "-archive-" delimited by size
                       probe-date-x delimited by size
                       into log-input-name
                   end-string
                   perform read-log-file
                   add 1 to probe-int
               end-perform
               perform scan-live-log
           exit.

      *----------------------------------------------------------------
      *    scan-live-log - read the live file alone
      *----------------------------------------------------------------
           scan-live-log.
               move scan-base to log-input-name
               perform read-log-file
           exit.

      *----------------------------------------------------------------
      *    read-log-file - every record of one file through the
      *    handler the caller chose; a file never written is skipped
      *----------------------------------------------------------------
           read-log-file.
               move 'N' to eof
               open input log-input
               if log-input-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read log-input into log-buffer
                       at end
                           move 'E' to eof
                       not at end
                           perform dispatch-log-record
                   end-read
               end-perform
               close log-input
           exit.

      *----------------------------------------------------------------
      *    count-log-lines - line count of the file named in
      *    log-input-name, status left for the caller
      *----------------------------------------------------------------
           count-log-lines.
               move 'N' to eof
               open input log-input
               if log-input-status not = "00"
                   exit paragraph
               end-if
               perform until eof = 'E'
                   read log-input into log-buffer
                       at end
                           move 'E' to eof
                       not at end
                           add 1 to exception-lines
                   end-read
               end-perform
               close log-input
               move "00" to log-input-status
           exit.

      *----------------------------------------------------------------
      *    dispatch-log-record - hand the record to its handler
      *----------------------------------------------------------------
           dispatch-log-record.
               if scan-handler = 1
                   perform resolve-run-record
               end-if
               if scan-handler = 2
                   perform resolve-total-record
               end-if
               if scan-handler = 3
                   perform resolve-step-record
               end-if
               if scan-handler = 4
                   perform window-run-record
               end-if
               if scan-handler = 10
                   perform show-run-record
               end-if
               if scan-handler = 11
                   perform show-total-record
               end-if
               if scan-handler = 12
                   perform show-accounting-record
               end-if
               if scan-handler = 13
                   perform intake-transmission-record
               end-if
               if scan-handler = 14
                   perform show-transmission-record
               end-if
               if scan-handler = 15
                   perform show-provider-record
               end-if
               if scan-handler = 17
                   perform show-parameters-record
               end-if
               if scan-handler = 18
                   perform approval-history-record
               end-if
               if scan-handler = 19
                   perform location-audit-line
               end-if
               if scan-handler = 20
                   perform show-operator-record
               end-if
               if scan-handler = 21
                   perform show-backout-record
               end-if
               if scan-handler = 22
                   perform show-audit-record
               end-if
               if scan-handler = 23
                   perform collect-superseded-delivery
               end-if
               if scan-handler = 24
                   perform show-delivery-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    resolve-run-record - the business date a run was opened for
      *----------------------------------------------------------------
           resolve-run-record.
               move log-buffer to run-control-record
               if rc-run-number = lineage-run
                       and rc-step-tag = "*RUN*"
                       and rc-status = "OPEN"
                   move rc-business-date to lineage-date
               end-if
           exit.

      *----------------------------------------------------------------
      *    resolve-total-record - highest run publishing the tag for
      *    the date
      *----------------------------------------------------------------
           resolve-total-record.
               move log-buffer to control-total-record
               if ctl-business-date = lineage-date
                       and ctl-program-tag(1:tag-length)
                           = lineage-tag(1:tag-length)
                       and ctl-run-number > found-run
                   move ctl-run-number to found-run
               end-if
           exit.

      *----------------------------------------------------------------
      *    resolve-step-record - highest run journaling the step for
      *    the date, else the highest run for the date at all
      *----------------------------------------------------------------
           resolve-step-record.
               move log-buffer to run-control-record
               if rc-business-date = lineage-date
                   if rc-step-tag(1:tag-length)
                           = lineage-tag(1:tag-length)
                           and rc-run-number > found-step-run
                       move rc-run-number to found-step-run
                   end-if
                   if rc-run-number > found-run
                           and found-step-run = 0
                           and rc-status not = "BACKOUT"
                       move rc-run-number to found-run
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    window-run-record - the run's first and last journal
      *    timestamps and the highest run for the date
      *----------------------------------------------------------------
           window-run-record.
               move log-buffer to run-control-record
               if rc-business-date not = lineage-date
                   exit paragraph
               end-if
               if rc-run-number > standing-run
                       and rc-status not = "BACKOUT"
                   move rc-run-number to standing-run
               end-if
               if rc-run-number = lineage-run
                   if rc-step-tag = "*RUN*" and rc-status = "OPEN"
                       move rc-timestamp to run-open-timestamp
                   end-if
                   if rc-timestamp > run-last-timestamp
                       move rc-timestamp to run-last-timestamp
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-run-record - one journal entry for the date
      *----------------------------------------------------------------
           show-run-record.
               move log-buffer to run-control-record
               if rc-business-date = lineage-date
                   move spaces to detail-record
                   move rc-run-number to found-run
                   perform set-run-marker
                   move log-buffer to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-total-record - one control total for the date; the
      *    standing run's figure stands, earlier runs' are superseded
      *----------------------------------------------------------------
           show-total-record.
               move log-buffer to control-total-record
               if ctl-business-date not = lineage-date
                   exit paragraph
               end-if
               if tag-length > 0
                       and ctl-program-tag(1:tag-length)
                           not = lineage-tag(1:tag-length)
                   exit paragraph
               end-if
               move spaces to detail-record
               move ctl-run-number to found-run
               perform set-run-marker
               perform set-standing-status
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    show-accounting-record - one accounting record for the date
      *----------------------------------------------------------------
           show-accounting-record.
               move log-buffer to accounting-record
               if acct-business-date not = lineage-date
                   exit paragraph
               end-if
               if tag-length > 0
                       and acct-program-tag(1:tag-length)
                           not = lineage-tag(1:tag-length)
                   exit paragraph
               end-if
               move spaces to detail-record
               move acct-run-number to found-run
               perform set-run-marker
               perform set-standing-status
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    intake-transmission-record - the latest intake for the
      *    date no later than the run's last journal entry, per feed
      *----------------------------------------------------------------
           intake-transmission-record.
               move log-buffer to transmission-register-record
               if trg-business-date not = lineage-date
                       or trg-run-timestamp > run-last-timestamp
                   exit paragraph
               end-if
               if trg-feed-id = "DAY1FEED"
                       and trg-run-timestamp > day1-intake-timestamp
                   move trg-run-timestamp to day1-intake-timestamp
               end-if
               if trg-feed-id = "DAY2FEED"
                       and trg-run-timestamp > day2-intake-timestamp
                   move trg-run-timestamp to day2-intake-timestamp
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-transmission-record - one transmission for the date
      *----------------------------------------------------------------
           show-transmission-record.
               move log-buffer to transmission-register-record
               if trg-business-date not = lineage-date
                   exit paragraph
               end-if
               if (trg-feed-id = "DAY1FEED" and day1-in-scope = "N")
                       or (trg-feed-id = "DAY2FEED"
                           and day2-in-scope = "N")
                   exit paragraph
               end-if
               move spaces to detail-record
               if (trg-feed-id = "DAY1FEED"
                       and trg-run-timestamp = day1-intake-timestamp)
                       or (trg-feed-id = "DAY2FEED"
                       and trg-run-timestamp = day2-intake-timestamp)
                   move "IN FORCE" to dtl-status
               else
                   if trg-run-timestamp > run-last-timestamp
                       move "LATER" to dtl-status
                   else
                       move "SUPERSEDED" to dtl-status
                   end-if
               end-if
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    show-provider-record - one provider arrival for the date;
      *    the accepted arrivals of the intake in force are the ones
      *    the figure came from
      *----------------------------------------------------------------
           show-provider-record.
               move log-buffer to provider-register-record
               if prv-business-date not = lineage-date
                   exit paragraph
               end-if
               if (prv-feed-tag = "DAY1" and day1-in-scope = "N")
                       or (prv-feed-tag = "DAY2"
                           and day2-in-scope = "N")
                   exit paragraph
               end-if
               move spaces to detail-record
               if prv-outcome = "ACCEPTED"
                   if (prv-feed-tag = "DAY1"
                       and prv-run-timestamp = day1-intake-timestamp)
                       or (prv-feed-tag = "DAY2"
                       and prv-run-timestamp = day2-intake-timestamp)
                       move "IN FORCE" to dtl-status
                   end-if
               end-if
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    show-parameters-record - a rule set a scorer logged inside
      *    the run's window
      *----------------------------------------------------------------
           show-parameters-record.
               move log-buffer to parameters-log-record
               if prm-timestamp >= run-open-timestamp
                       and prm-timestamp <= run-last-timestamp
                   move spaces to detail-record
                   move "THIS RUN" to dtl-run-marker
                   move log-buffer to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    approval-history-record - the last approval on record no
      *    later than the run's last journal entry
      *----------------------------------------------------------------
           approval-history-record.
               move log-buffer to parameters-history-record
               if pmh-action = "APPROVED"
                       and pmh-timestamp <= run-last-timestamp
                       and pmh-timestamp >= approved-history-timestamp
                   move pmh-timestamp to approved-history-timestamp
                   move log-buffer to approved-history-line
               end-if
           exit.

      *----------------------------------------------------------------
      *    location-audit-line - an applied location change counts
      *    before or since the run; the last before is the state
      *----------------------------------------------------------------
           location-audit-line.
               move log-buffer to location-audit-record
               if lad-result not = "ADDED"
                       and lad-result not = "CHANGED"
                       and lad-result not = "DEACTIVATED"
                   exit paragraph
               end-if
               if lad-run-timestamp <= run-last-timestamp
                   add 1 to location-applied-before
                   move log-buffer to location-last-line
               else
                   add 1 to location-applied-since
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-operator-record - one operator action for the date
      *----------------------------------------------------------------
           show-operator-record.
               move log-buffer to operator-action-record
               if opa-business-date = lineage-date
                   move spaces to detail-record
                   move opa-run-number to found-run
                   perform set-run-marker
                   move log-buffer to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-backout-record - one backout journal entry for the
      *    date
      *----------------------------------------------------------------
           show-backout-record.
               move log-buffer to backout-journal-record
               if bkj-business-date = lineage-date
                   move spaces to detail-record
                   move bkj-run-number to found-run
                   perform set-run-marker
                   move log-buffer to dtl-source
                   write lineage-report-line from detail-record
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-audit-record - one audit entry for the date; records
      *    written inside the run's window are marked as the run's
      *----------------------------------------------------------------
           show-audit-record.
               if log-buffer(72:8) is numeric
                   move log-buffer(72:8) to audit-group-date
               else
                   move log-buffer(13:8) to audit-group-date
               end-if
               if audit-group-date not = lineage-date
                   exit paragraph
               end-if
               move spaces to detail-record
               if log-buffer(13:14) >= run-open-timestamp
                       and log-buffer(13:14) <= run-last-timestamp
                   move "THIS RUN" to dtl-run-marker
               end-if
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    collect-superseded-delivery - note every delivery a later
      *    one superseded
      *----------------------------------------------------------------
           collect-superseded-delivery.
               move log-buffer to delivery-register-record
               if dlv-supersedes > 0
                   if superseded-count >= superseded-capacity
                       display "LINEAGE ABEND: superseded deliveries "
                           "exceed table capacity of "
                           superseded-capacity
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to superseded-count
                   move dlv-supersedes
                       to superseded-table(superseded-count)
               end-if
           exit.

      *----------------------------------------------------------------
      *    show-delivery-record - one delivery for the date, or the
      *    statement for its month
      *----------------------------------------------------------------
           show-delivery-record.
               move log-buffer to delivery-register-record
               if dlv-business-date not = lineage-date
                       and (dlv-type not = "STATEMENT"
                       or dlv-business-date(1:6)
                           not = lineage-date(1:6))
                   exit paragraph
               end-if
               move spaces to detail-record
               if dlv-type not = "STATEMENT"
                   move dlv-run-number to found-run
                   perform set-run-marker
               end-if
               move 'N' to delivery-superseded
               move 1 to s
               perform until s > superseded-count
                   if superseded-table(s) = dlv-sequence
                       move 'Y' to delivery-superseded
                       move superseded-count to s
                   end-if
                   add 1 to s
               end-perform
               if delivery-superseded = 'Y'
                   move "SUPERSEDED" to dtl-status
               else
                   move "CURRENT" to dtl-status
               end-if
               move log-buffer to dtl-source
               write lineage-report-line from detail-record
           exit.

      *----------------------------------------------------------------
      *    set-run-marker - how the run in found-run relates to the
      *    run traced
      *----------------------------------------------------------------
           set-run-marker.
               if found-run = lineage-run
                   move "THIS RUN" to dtl-run-marker
               else
                   if found-run > lineage-run
                       move "LATER RUN" to dtl-run-marker
                   else
                       move "EARLIER" to dtl-run-marker
                   end-if
               end-if
           exit.

      *----------------------------------------------------------------
      *    set-standing-status - a figure from the standing run
      *    stands, any earlier run's was superseded by a correction
      *----------------------------------------------------------------
           set-standing-status.
               if found-run = standing-run
                   move "STANDING" to dtl-status
               else
                   move "SUPERSEDED" to dtl-status
               end-if
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
               move current-datetime(1:8) to cap-business-date
               move 0 to cap-run-number
               move "LINEAGE" to cap-program-tag
               move current-datetime(1:14) to cap-timestamp

               move "SUPERSEDED-CAPACITY" to cap-limit-name
               move superseded-capacity to cap-capacity
               move superseded-count to cap-high-water
               write capacity-log-line from capacity-record
               close capacity-log
           exit.
