       program-id. jobchain.

      *> nightly job-stream driver. reads the schedule file
      *> (JOBS.SCHEDULE: step number, program, the step it
      *> depends on, if any, and the step's scheduled start as
      *> hhmm) and runs the chain the duty operator
      *> used to run by hand - weatherbatch, getfcast, weatherrpt,
      *> fcastrpt - in step order, recording every step's start
      *> and end timestamps and return-code to the job log
      *> the driver again inside the same calendar day and the
      *> steps the log already shows OK for today are skipped, so
      *> a rerun picks up from the first failed step instead of
      *> repeating the whole chain; each step skipped that way is
      *> logged SKIP. the scheduled starts and the schedule's
      *> DEADLINE,hhmm line are for jobslarpt to measure the night
      *> against - the driver runs the steps back to back as it
      *> always has. the driver itself ends with 8
      *> if any step failed, 4 if any step was held, so the
      *> scheduler sees the night the way the log does.

       01  schedule-record                pic x(255).

       fd  job-log-file.
       copy wthrjlog.

       working-storage section.

               05  js-step               pic x(2).
               05  js-program            pic x(12).
               05  js-depends            pic x(2).
               05  js-start-hhmm         pic x(4).
               05  js-state              pic x(1).

       01  table-index                    pic 9(4) comp.
                   move 'N' to more-schedule
               not at end
                   if schedule-record not = spaces
                      and schedule-record(1:9) not = "DEADLINE,"
                       perform add-schedule-entry
                   end-if
           end-read.
               add 1 to sched-entry-count
               move spaces to overflow-field
               move spaces to js-depends(sched-entry-count)
               move spaces to js-start-hhmm(sched-entry-count)
               unstring schedule-record delimited by ',' into
                        js-step(sched-entry-count)
                        js-program(sched-entry-count)
                        js-depends(sched-entry-count)
                        js-start-hhmm(sched-entry-count)
                        overflow-field
               move 'P' to js-state(sched-entry-count)
               if js-program(sched-entry-count) = spaces
               display "step " js-step(table-index) " "
                        function trim(js-program(table-index))
                        ": already completed this window - skipped"
               move function current-date to current-timestamp
               move current-timestamp(1:14) to step-start-timestamp
               move step-start-timestamp    to step-end-timestamp
               move 0 to step-return-code
               move "SKIP" to step-status-text
               perform write-job-log-record
           else
               perform check-step-dependency
               if dependency-ok-flag = 'Y'
