       data division.
           file section.
           fd records-accounting.
           01 records-accounting-line pic X(71).

           fd run-control.
           01 run-control-line pic X(53).
               05 acct-rejected pic 9(9).
               05 filler pic X(2).
               05 acct-business-date pic X(8).
               05 filler pic X(2).
               05 acct-duplicates pic 9(9).

      *    the balancing proof: in = processed + rejected +
      *    duplicates, program by program, for the current run only;
      *    only the day2 loaders set duplicates aside, and a record
      *    written before they did carries none
           01 accounted-total pic 9(9).
           01 balanced-count pic 9(5) value 0.
           01 out-of-balance-count pic 9(5) value 0.
               05 filler pic X(2) value spaces.
               05 bal-rejected pic 9(9).
               05 filler pic X(2) value spaces.
               05 bal-duplicates pic 9(9).
               05 filler pic X(2) value spaces.
               05 bal-result pic X(14).

           01 balancing-summary-record.

           open output balancing-report
           move "PROGRAM     READ       PROCESSED  REJECTED" &
               "   DUPLICATE  RESULT" to heading-line
           write balancing-report-line from heading-line

           move 'N' to eof

      *----------------------------------------------------------------
      *    prove-one-program - records read must equal records
      *    processed plus records rejected plus duplicates set
      *    aside, or the sheet says so
      *----------------------------------------------------------------
           prove-one-program.
               add 1 to records-seen
               move acct-records-read to bal-records-read
               move acct-processed to bal-processed
               move acct-rejected to bal-rejected
               if acct-duplicates is not numeric
                   move 0 to acct-duplicates
               end-if
               move acct-duplicates to bal-duplicates
               add acct-processed acct-rejected acct-duplicates
                   giving accounted-total
               if accounted-total = acct-records-read
                   move "BALANCED" to bal-result
