      *> coverage-gap-record - one polling gap the coverage monitor
      *> found, written to weather-gaps.dat by covgrpt (rewritten
      *> every run, so it holds the last report day's gaps only)
      *> and read back by gapfill, which asks the provider's
      *> past-weather service for the missing hours. cg-date and
      *> the hhmm times are on the server clock the history
      *> timestamps are stamped from; a gap running to end of day
      *> ends at 2400. cg-minutes is the gap's length as the
      *> coverage report charged it. shared by every program that
      *> writes or reads the file, so the fd in each of them lines
      *> up byte for byte.

       01  coverage-gap-record.
           03  cg-date             pic x(08).
           03  filler              pic x(01).
           03  cg-from-time        pic x(04).
           03  filler              pic x(01).
           03  cg-to-time          pic x(04).
           03  filler              pic x(01).
           03  cg-minutes          pic 9(04).
           03  filler              pic x(01).
           03  cg-site-name        pic x(30).
           03  filler              pic x(01).
           03  cg-location         pic x(255).
