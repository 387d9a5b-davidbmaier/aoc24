       data division.
           file section.
           fd exceptions-input.
           01 exceptions-input-line pic X(166).

           fd master-exceptions.
           01 master-exceptions-line pic X(151).

           working-storage section.
           01 eof pic A(1). *> eof indicator for file read
                       value "day2-task2-field-exceptions".
                   10 filler pic X(10) value "DAY2TASK2".
                   10 filler pic X(1) value "F".
               05 filler.
                   10 filler pic X(30)
                       value "day2-duplicate-exceptions".
                   10 filler pic X(10) value "DAY2TASK1".
                   10 filler pic X(1) value "F".
               05 filler.
                   10 filler pic X(30)
                       value "day2-task2-dup-exceptions".
                   10 filler pic X(10) value "DAY2TASK2".
                   10 filler pic X(1) value "F".
           01 source-list-r redefines source-list.
               05 source-entry occurs 8 times.
                   10 source-name pic X(30).
                   10 source-program pic X(10).
                   10 source-layout pic X(1).
           01 source-count pic 9(1) value 8.

      *    day1 loader exception layout
           01 day1-exception-record.
               05 d2f-reason pic X(20).
               05 filler pic X(2).
               05 d2f-line pic X(100).
               05 filler pic X(2).
               05 d2f-report-id pic X(15).

      *    day2 safety exception layout
           01 day2-safety-exception-record.
               05 d2s-reason pic X(20).
               05 filler pic X(2).
               05 d2s-line pic X(100).
               05 filler pic X(2).
               05 d2s-report-id pic X(15).

      *    one consolidated layout, whatever the source looked like
           01 master-record.
               05 mst-reason pic X(20).
               05 filler pic X(2) value spaces.
               05 mst-line pic X(100).
               05 filler pic X(2) value spaces.
               05 mst-report-id pic X(15).

      *    the reason codes the feed programs write today, plus a
      *    catch-all so a new code can never be dropped silently
               05 filler pic X(20) value "STEP OUT OF RANGE".
               05 filler pic X(20) value "UNKNOWN LOCATION".
               05 filler pic X(20) value "INACTIVE LOCATION".
               05 filler pic X(20) value "DUPLICATE".
               05 filler pic X(20) value "OTHER".
           01 reason-list-r redefines reason-list.
               05 reason-name occurs 12 times pic X(20).
           01 reason-count-max pic 9(2) value 12.
           01 reason-counters occurs 12 times pic 9(7).
           01 program-counters occurs 8 times pic 9(7).

           01 s pic 9(3). *> iterator over source files
           01 r pic 9(3). *> iterator over reason codes
               05 filler pic X(2) value spaces.
               05 sum-count pic 9(7).

           01 heading-line pic X(151).

       procedure division.
      *    run date defaults to today unless overridden - it picks
           end-string

           move 1 to s
           perform 12 times
               move 0 to reason-counters(s)
               add 1 to s
           end-perform
           move 1 to s
           perform 8 times
               move 0 to program-counters(s)
               add 1 to s
           end-perform
                       to day1-exception-record
                   move d1-reason to mst-reason
                   move d1-input-line to mst-line
                   move spaces to mst-report-id
               else
                   if source-layout(s) = "F"
                       move exceptions-input-line
                           to day2-field-exception-record
                       move d2f-reason to mst-reason
                       move d2f-line to mst-line
                       move d2f-report-id to mst-report-id
                   else
                       move exceptions-input-line
                           to day2-safety-exception-record
                       move d2s-reason to mst-reason
                       move d2s-line to mst-line
                       move d2s-report-id to mst-report-id
                   end-if
               end-if
               write master-exceptions-line from master-record
