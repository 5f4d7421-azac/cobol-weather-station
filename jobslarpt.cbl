       identification division.
       program-id. jobslarpt.

      *> batch-window report over the job log jobchain writes
      *> (weather-joblog.dat). for each step on JOBS.SCHEDULE it
      *> shows the elapsed time per night over the last 30 nights,
      *> the 7-night and 30-night average and worst times, and how
      *> many of those nights the step failed, was held, or was
      *> skipped as already OK on a rerun. a step's elapsed time
      *> for a night is every attempt it made that night added
      *> together - a failed first try and the rerun both came out
      *> of the window. a night is the driver's run date.
      *>
      *> the schedule's fourth field is each step's scheduled start
      *> (hhmm) and its DEADLINE,hhmm line is the end of the batch
      *> window. a deadline earlier in the day than the first
      *> scheduled start falls on the morning after the run date.
      *> each night the chain's last step ended past the deadline
      *> is flagged, and so is each step whose 7-night average has
      *> climbed more than RUNTRENDPCT (weather.cfg, through
      *> rptcfgld) over its 30-night average. either one ends the
      *> report with return-code 4, so the scheduler can warn us
      *> before the window is actually blown.

       environment division.

       input-output section.

       file-control.

           select schedule-file
               assign to schedule-file-name
               file status is schedule-file-status
               organization is line sequential.

           select job-log-file
               assign to job-log-file-name
               file status is job-log-file-status
               organization is line sequential.

       data division.

       file section.

       fd  schedule-file.
       01  schedule-record                pic x(255).

       fd  job-log-file.
       copy wthrjlog.

       working-storage section.

       01  schedule-file-name             pic x(64)
                                          value './JOBS.SCHEDULE'.
       01  schedule-file-status           pic x(2).

       01  job-log-file-name              pic x(64)
                                          value './weather-joblog.dat'.
       01  job-log-file-status            pic x(2).

       01  more-schedule                  pic x(1) value 'Y'.
       01  more-log                       pic x(1) value 'Y'.

      *> only the run-trend percentage is used here; the other
      *> settings rptcfgld hands back still need storage for the
      *> call to land in.
       01  rpt-anomaly-band               pic x(255).
       01  rpt-anomaly-pct                pic x(255).
       01  rpt-run-trend-pct              pic x(255).

       01  run-trend-pct-num              pic 9(3).

       01  current-timestamp              pic x(21).
       01  today-date                     pic 9(8).
       01  today-day-number               pic 9(8) comp.
       01  first-day-number               pic 9(8) comp.

       01  overflow-field                 pic x(100).
       01  schedule-key                   pic x(12).

       01  deadline-hhmm                  pic x(4) value spaces.
       01  deadline-found-flag            pic x(1) value 'N'.
       01  deadline-next-day-flag         pic x(1) value 'N'.
       01  earliest-start-hhmm            pic x(4) value spaces.

      *> the last 30 nights, oldest first; night 30 is today's run
      *> date. nt-finish is the latest end of any step that ran or
      *> was held that night.
       01  night-window                   pic 9(4) comp value 30.
       01  recent-window-start            pic 9(4) comp value 24.

       01  night-table.
           03  night-entry occurs 30 times.
               05  nt-date               pic x(8).
               05  nt-logged-flag        pic x(1).
               05  nt-finish             pic x(14).

      *> one entry per schedule step, each with its 30 nights.
       01  max-sched-entries              pic 9(4) value 20.
       01  sched-entry-count              pic 9(4) comp value 0.
       01  sched-scan-index               pic 9(4) comp.

       01  schedule-table.
           03  sched-entry occurs 20 times.
               05  sl-step               pic x(2).
               05  sl-program            pic x(12).
               05  sl-depends            pic x(2).
               05  sl-start-hhmm         pic x(4).
               05  sl-night occurs 30 times.
                   07  sn-elapsed-secs   pic 9(7) comp.
                   07  sn-ran-flag       pic x(1).
                   07  sn-ok-flag        pic x(1).
                   07  sn-fail-flag      pic x(1).
                   07  sn-held-flag      pic x(1).
                   07  sn-skip-flag      pic x(1).
                   07  sn-first-start    pic x(14).

       01  table-index                    pic 9(4) comp.
       01  night-index                    pic 9(4) comp.
       01  found-flag                     pic x(1).

       01  record-day-number              pic 9(8) comp.
       01  night-day-number               pic 9(8) comp.
       01  night-date-num                 pic 9(8).

       01  timestamp-work                 pic x(14).
       01  timestamp-seconds              pic 9(12) comp.
       01  start-seconds                  pic 9(12) comp.
       01  end-seconds                    pic 9(12) comp.
       01  step-elapsed-secs              pic 9(7) comp.

       01  scheduled-start-timestamp      pic x(14).
       01  deadline-timestamp             pic x(14).

       01  recent-total-secs              pic 9(9) comp.
       01  recent-night-count             pic 9(4) comp.
       01  recent-worst-secs              pic 9(7) comp.
       01  recent-average-secs            pic 9(7) comp.
       01  month-total-secs               pic 9(9) comp.
       01  month-night-count              pic 9(4) comp.
       01  month-worst-secs               pic 9(7) comp.
       01  month-average-secs             pic 9(7) comp.

       01  failed-night-count             pic 9(4) comp.
       01  held-night-count               pic 9(4) comp.
       01  skipped-night-count            pic 9(4) comp.

       01  late-night-count               pic 9(4) comp value 0.
       01  trending-step-count            pic 9(4) comp value 0.

       01  format-secs                    pic 9(7) comp.
       01  format-minutes                 pic 9(5) comp.
       01  format-seconds                 pic 9(2) comp.
       01  elapsed-minutes-edit           pic zzzz9.
       01  elapsed-seconds-edit           pic 99.
       01  elapsed-text                   pic x(8).
       01  average-text                   pic x(8).
       01  worst-text                     pic x(8).

       01  count-edit                     pic zz9.
       01  pct-edit                       pic zz9.
       01  outcome-text                   pic x(20).
       01  outcome-pointer                pic 9(4) comp.
       01  start-note                     pic x(13).

       01  jobslarpt-return-value         pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       procedure division.


       run-jobslarpt.

           display "=== batch-window and run-time trend report ===".

           call 'rptcfgld' using rpt-anomaly-band rpt-anomaly-pct
                                  rpt-run-trend-pct.

           move function numval(rpt-run-trend-pct)
             to run-trend-pct-num.

           move function current-date to current-timestamp.
           move current-timestamp(1:8) to today-date.
           compute today-day-number =
               function integer-of-date(today-date).
           compute first-day-number =
               today-day-number - night-window + 1.

           perform load-schedule.

           if jobslarpt-return-value = 0
               perform clear-one-night
                   varying night-index from 1 by 1
                   until night-index > night-window
               perform clear-one-step
                   varying table-index from 1 by 1
                   until table-index > sched-entry-count
               perform resolve-deadline-day
               perform load-job-log
               perform print-step-report
                   varying table-index from 1 by 1
                   until table-index > sched-entry-count
               perform print-chain-report
               perform print-report-summary
           end-if.

           move jobslarpt-return-value to return-code.

           goback.


       load-schedule.

           open input schedule-file

           call 'checkfilestatus' using schedule-file-name
                                         schedule-file-status
                                         no-location
                                         jobslarpt-return-value

           if jobslarpt-return-value = 0
               perform load-one-schedule-record
                   until more-schedule = 'N'
               close schedule-file
           end-if.


       load-one-schedule-record.

           read schedule-file
               at end
                   move 'N' to more-schedule
               not at end
                   if schedule-record(1:9) = "DEADLINE,"
                       perform take-deadline-line
                   else
                       if schedule-record not = spaces
                           perform add-schedule-entry
                       end-if
                   end-if
           end-read.


       take-deadline-line.

           move spaces to schedule-key deadline-hhmm overflow-field.
           unstring schedule-record delimited by ',' into
                    schedule-key
                    deadline-hhmm
                    overflow-field.

           if deadline-hhmm is numeric
              and deadline-hhmm(1:2) < "24"
              and deadline-hhmm(3:2) < "60"
              and overflow-field = spaces
               move 'Y' to deadline-found-flag
           else
               display "WARNING: bad deadline line ignored: "
                        function trim(schedule-record)
               move spaces to deadline-hhmm
               move 'N' to deadline-found-flag
           end-if.


      *> the same split jobchain makes of a schedule line.
       add-schedule-entry.

           if sched-entry-count < max-sched-entries
               add 1 to sched-entry-count
               move spaces to overflow-field
               move spaces to sl-depends(sched-entry-count)
               move spaces to sl-start-hhmm(sched-entry-count)
               unstring schedule-record delimited by ',' into
                        sl-step(sched-entry-count)
                        sl-program(sched-entry-count)
                        sl-depends(sched-entry-count)
                        sl-start-hhmm(sched-entry-count)
                        overflow-field
               if sl-program(sched-entry-count) = spaces
                  or overflow-field not = spaces
                   display "WARNING: bad schedule line dropped: "
                            function trim(schedule-record)
                   subtract 1 from sched-entry-count
               else
                   if sl-start-hhmm(sched-entry-count) is not numeric
                       move spaces
                         to sl-start-hhmm(sched-entry-count)
                   end-if
               end-if
           else
               display "WARNING: schedule table full, dropping "
                        function trim(schedule-record)
           end-if.


       clear-one-night.

           compute night-day-number =
               first-day-number + night-index - 1.
           compute night-date-num =
               function date-of-integer(night-day-number).
           move night-date-num to nt-date(night-index).
           move 'N'    to nt-logged-flag(night-index).
           move spaces to nt-finish(night-index).


       clear-one-step.

           perform clear-one-step-night
               varying night-index from 1 by 1
               until night-index > night-window.

           if sl-start-hhmm(table-index) not = spaces
               if earliest-start-hhmm = spaces
                  or sl-start-hhmm(table-index) < earliest-start-hhmm
                   move sl-start-hhmm(table-index)
                     to earliest-start-hhmm
               end-if
           end-if.


       clear-one-step-night.

           move 0      to sn-elapsed-secs(table-index night-index).
           move 'N'    to sn-ran-flag(table-index night-index).
           move 'N'    to sn-ok-flag(table-index night-index).
           move 'N'    to sn-fail-flag(table-index night-index).
           move 'N'    to sn-held-flag(table-index night-index).
           move 'N'    to sn-skip-flag(table-index night-index).
           move spaces to sn-first-start(table-index night-index).


      *> a window that opens at 01:00 and must close by 06:00 ends
      *> the same day; one that opens at 22:00 and must close by
      *> 06:00 ends the morning after.
       resolve-deadline-day.

           move 'N' to deadline-next-day-flag.

           if deadline-found-flag = 'Y'
              and earliest-start-hhmm not = spaces
              and deadline-hhmm < earliest-start-hhmm
               move 'Y' to deadline-next-day-flag
           end-if.


       load-job-log.

           open input job-log-file.

           if job-log-file-status <> '00'
               display "no job log on file (status "
                        job-log-file-status
                        ") - nothing to report on"
           else
               perform read-one-log-record until more-log = 'N'
               close job-log-file
           end-if.


       read-one-log-record.

           read job-log-file
               at end
                   move 'N' to more-log
               not at end
                   if jl-run-date is numeric
                       perform place-one-log-record
                   end-if
           end-read.


       place-one-log-record.

           compute record-day-number =
               function integer-of-date(function numval(jl-run-date)).

           if record-day-number >= first-day-number
              and record-day-number <= today-day-number
               compute night-index =
                   record-day-number - first-day-number + 1
               perform tally-one-log-record
           end-if.


       tally-one-log-record.

           move 'Y' to nt-logged-flag(night-index).

      *> a step skipped on a rerun did no work, so its moment does
      *> not move the chain's finish.
           if jl-status not = "SKIP"
              and jl-end-timestamp > nt-finish(night-index)
               move jl-end-timestamp to nt-finish(night-index)
           end-if.

           move 'N' to found-flag.
           move 0   to sched-scan-index.
           perform find-step-by-number
               until found-flag = 'Y'
                  or sched-scan-index >= sched-entry-count.

           if found-flag = 'Y'
               move sched-scan-index to table-index
               evaluate jl-status
                   when "OK"
                       move 'Y' to sn-ok-flag(table-index night-index)
                       perform add-step-elapsed
                   when "FAIL"
                       move 'Y'
                         to sn-fail-flag(table-index night-index)
                       perform add-step-elapsed
                   when "HELD"
                       move 'Y'
                         to sn-held-flag(table-index night-index)
                   when "SKIP"
                       move 'Y'
                         to sn-skip-flag(table-index night-index)
                   when other
                       continue
               end-evaluate
           end-if.


       find-step-by-number.

           add 1 to sched-scan-index.

           if sl-step(sched-scan-index) = jl-step
               move 'Y' to found-flag
           end-if.


       add-step-elapsed.

           move jl-start-timestamp to timestamp-work.
           perform timestamp-to-seconds.
           move timestamp-seconds to start-seconds.

           move jl-end-timestamp to timestamp-work.
           perform timestamp-to-seconds.
           move timestamp-seconds to end-seconds.

           if start-seconds > 0 and end-seconds >= start-seconds
               compute step-elapsed-secs = end-seconds - start-seconds
               add step-elapsed-secs
                 to sn-elapsed-secs(table-index night-index)
               move 'Y' to sn-ran-flag(table-index night-index)
               if sn-first-start(table-index night-index) = spaces
                  or jl-start-timestamp
                     < sn-first-start(table-index night-index)
                   move jl-start-timestamp
                     to sn-first-start(table-index night-index)
               end-if
           end-if.


       timestamp-to-seconds.

           if timestamp-work is numeric
               compute timestamp-seconds =
                   function integer-of-date
                       (function numval(timestamp-work(1:8))) * 86400
                   + function numval(timestamp-work(9:2)) * 3600
                   + function numval(timestamp-work(11:2)) * 60
                   + function numval(timestamp-work(13:2))
           else
               move 0 to timestamp-seconds
           end-if.


       print-step-report.

           display " ".
           display "--- step " sl-step(table-index) " "
                    function trim(sl-program(table-index))
                    " --- scheduled start "
                    sl-start-hhmm(table-index).

           move 0 to recent-total-secs recent-night-count
                     recent-worst-secs month-total-secs
                     month-night-count month-worst-secs
                     failed-night-count held-night-count
                     skipped-night-count.

           perform print-one-step-night
               varying night-index from 1 by 1
               until night-index > night-window.

           if recent-night-count > 0
               compute recent-average-secs =
                   recent-total-secs / recent-night-count
           else
               move 0 to recent-average-secs
           end-if.

           if month-night-count > 0
               compute month-average-secs =
                   month-total-secs / month-night-count
           else
               move 0 to month-average-secs
           end-if.

           move recent-average-secs to format-secs.
           perform format-elapsed.
           move elapsed-text to average-text.
           move recent-worst-secs to format-secs.
           perform format-elapsed.
           move elapsed-text to worst-text.
           move recent-night-count to count-edit.
           display "  7-night average  " average-text
                    "  worst " worst-text
                    "  (" count-edit " nights run)".

           move month-average-secs to format-secs.
           perform format-elapsed.
           move elapsed-text to average-text.
           move month-worst-secs to format-secs.
           perform format-elapsed.
           move elapsed-text to worst-text.
           move month-night-count to count-edit.
           display "  30-night average " average-text
                    "  worst " worst-text
                    "  (" count-edit " nights run)".

           move failed-night-count to count-edit.
           display "  nights failed:  " count-edit.
           move held-night-count to count-edit.
           display "  nights held:    " count-edit.
           move skipped-night-count to count-edit.
           display "  nights skipped: " count-edit
                    " (already OK on a rerun)".

           perform check-step-trend.


       print-one-step-night.

           if sn-fail-flag(table-index night-index) = 'Y'
               add 1 to failed-night-count
           end-if.
           if sn-held-flag(table-index night-index) = 'Y'
               add 1 to held-night-count
           end-if.
           if sn-skip-flag(table-index night-index) = 'Y'
               add 1 to skipped-night-count
           end-if.

           if sn-ran-flag(table-index night-index) = 'Y'
               move sn-elapsed-secs(table-index night-index)
                 to step-elapsed-secs
               add step-elapsed-secs to month-total-secs
               add 1 to month-night-count
               if step-elapsed-secs > month-worst-secs
                   move step-elapsed-secs to month-worst-secs
               end-if
               if night-index >= recent-window-start
                   add step-elapsed-secs to recent-total-secs
                   add 1 to recent-night-count
                   if step-elapsed-secs > recent-worst-secs
                       move step-elapsed-secs to recent-worst-secs
                   end-if
               end-if
           end-if.

           if sn-ran-flag(table-index night-index) = 'Y'
              or sn-held-flag(table-index night-index) = 'Y'
              or sn-skip-flag(table-index night-index) = 'Y'
               perform build-night-outcome
               perform check-late-start
               move sn-elapsed-secs(table-index night-index)
                 to format-secs
               perform format-elapsed
               display "  " nt-date(night-index)(1:4) "-"
                        nt-date(night-index)(5:2) "-"
                        nt-date(night-index)(7:2)
                        "  elapsed " elapsed-text
                        "  " outcome-text start-note
           end-if.


       build-night-outcome.

           move spaces to outcome-text.
           move 1 to outcome-pointer.

           if sn-ok-flag(table-index night-index) = 'Y'
               string "OK " delimited by size
                   into outcome-text with pointer outcome-pointer
           end-if.
           if sn-fail-flag(table-index night-index) = 'Y'
               string "FAIL " delimited by size
                   into outcome-text with pointer outcome-pointer
           end-if.
           if sn-held-flag(table-index night-index) = 'Y'
               string "HELD " delimited by size
                   into outcome-text with pointer outcome-pointer
           end-if.
           if sn-skip-flag(table-index night-index) = 'Y'
               string "SKIP " delimited by size
                   into outcome-text with pointer outcome-pointer
           end-if.


      *> informational only - the steps run back to back, so a
      *> slow step upstream shows here as a late start downstream.
       check-late-start.

           move spaces to start-note.

           if sl-start-hhmm(table-index) not = spaces
              and sn-first-start(table-index night-index)
                  not = spaces
               move spaces to scheduled-start-timestamp
               string nt-date(night-index) delimited by size
                      sl-start-hhmm(table-index) delimited by size
                      "00" delimited by size
                   into scheduled-start-timestamp
               if sn-first-start(table-index night-index)
                  > scheduled-start-timestamp
                   move "started late" to start-note
               end-if
           end-if.


       check-step-trend.

           if recent-night-count > 0
              and month-night-count > recent-night-count
              and recent-average-secs * 100
                  > month-average-secs * (100 + run-trend-pct-num)
               add 1 to trending-step-count
               move 4 to jobslarpt-return-value
               move run-trend-pct-num to pct-edit
               display "  TRENDING LONGER: 7-night average is more "
                        "than " function trim(pct-edit)
                        "% over the 30-night average"
           end-if.


       print-chain-report.

           display " ".

           if deadline-found-flag = 'N'
               display "--- chain finish --- no DEADLINE line on "
                        function trim(schedule-file-name)
                        " - finishes not checked"
           else
               if deadline-next-day-flag = 'Y'
                   display "--- chain finish --- deadline "
                            deadline-hhmm " the morning after"
               else
                   display "--- chain finish --- deadline "
                            deadline-hhmm " on the run date"
               end-if
           end-if.

           perform print-one-chain-night
               varying night-index from 1 by 1
               until night-index > night-window.


       print-one-chain-night.

           if nt-logged-flag(night-index) = 'Y'
              and nt-finish(night-index) not = spaces
               move spaces to start-note
               if deadline-found-flag = 'Y'
                   perform resolve-night-deadline
                   if nt-finish(night-index) > deadline-timestamp
                       move "PAST DEADLINE" to start-note
                       add 1 to late-night-count
                       move 4 to jobslarpt-return-value
                   end-if
               end-if
               display "  " nt-date(night-index)(1:4) "-"
                        nt-date(night-index)(5:2) "-"
                        nt-date(night-index)(7:2)
                        "  finished "
                        nt-finish(night-index)(1:4) "-"
                        nt-finish(night-index)(5:2) "-"
                        nt-finish(night-index)(7:2) " "
                        nt-finish(night-index)(9:2) ":"
                        nt-finish(night-index)(11:2) ":"
                        nt-finish(night-index)(13:2)
                        "  " start-note
           end-if.


       resolve-night-deadline.

           compute night-day-number =
               first-day-number + night-index - 1.

           if deadline-next-day-flag = 'Y'
               add 1 to night-day-number
           end-if.

           compute night-date-num =
               function date-of-integer(night-day-number).

           move spaces to deadline-timestamp.
           string night-date-num delimited by size
                  deadline-hhmm delimited by size
                  "00" delimited by size
               into deadline-timestamp.


       format-elapsed.

           divide format-secs by 60 giving format-minutes
               remainder format-seconds.

           move format-minutes to elapsed-minutes-edit.
           move format-seconds to elapsed-seconds-edit.

           move spaces to elapsed-text.
           string elapsed-minutes-edit delimited by size
                  ":" delimited by size
                  elapsed-seconds-edit delimited by size
               into elapsed-text.


       print-report-summary.

           display " ".
           display "=== batch-window summary ===".
           move late-night-count to count-edit.
           display "nights past deadline (30 nights): " count-edit.
           move trending-step-count to count-edit.
           display "steps trending longer:            " count-edit.

           if jobslarpt-return-value = 4
               display "WARNING: the batch window is under pressure"
           end-if.


       end program jobslarpt.
