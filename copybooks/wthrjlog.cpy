      *> job-log-record - one line per step per pass of the nightly
      *> job-stream driver, appended by jobchain to
      *> weather-joblog.dat as each step ends: the driver's run
      *> date, the step number and program off JOBS.SCHEDULE, the
      *> step's start and end timestamps, its return-code and its
      *> outcome - OK, FAIL (return-code 8 or worse), HELD (its
      *> dependency did not finish clean, so it was not run) or
      *> SKIP (a rerun found it already OK for the day, so it was
      *> not run again). a HELD or SKIP line starts and ends at the
      *> same moment. shared by jobchain and jobslarpt, so the
      *> layout lines up byte for byte.

       01  job-log-record.
           03  jl-run-date         pic x(08).
           03  filler              pic x(01).
           03  jl-step             pic x(02).
           03  filler              pic x(01).
           03  jl-program          pic x(12).
           03  filler              pic x(01).
           03  jl-start-timestamp  pic x(14).
           03  filler              pic x(01).
           03  jl-end-timestamp    pic x(14).
           03  filler              pic x(01).
           03  jl-return-code      pic 9(08).
           03  filler              pic x(01).
           03  jl-status           pic x(04).
