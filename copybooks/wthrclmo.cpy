      *> climate-month-record - the indexed monthly climate store
      *> (weather-climate-month.idx), one record per site per
      *> calendar month, kept by climnorm off the history store and
      *> the monthly .arc archives. every figure is built from the
      *> site's local days, the same bucketing weatherrpt and
      *> degreeday use: cm-mean-c is the mean of the daily means,
      *> cm-mean-min-c and cm-mean-max-c the means of the daily
      *> lowest and highest readings, cm-precip the month's total
      *> and cm-hdd / cm-cdd the month's degree-days against
      *> cm-base-temp, the site's base when the month was built -
      *> those three summed over the days with readings and scaled
      *> by cm-days-in-month / cm-day-count to the whole month.
      *> cm-day-count is the local days with a provider reading,
      *> cm-days-in-month the days the month has - together they
      *> say whether the month is complete enough to count.
      *> cm-period-basis is 'L' when the days were cut on the
      *> site's own utc offset, 'S' when the master had none and
      *> the server day was used. the figures are held as text, as
      *> the forecast-accuracy store holds its own. shared by every
      *> program that writes or reads the store, so the fd in each
      *> of them lines up byte for byte.

       01  climate-month-record.
           03  cm-key.
               05  cm-location         pic x(255).
               05  cm-month            pic x(06).
           03  cm-day-count            pic 9(02).
           03  cm-days-in-month        pic 9(02).
           03  cm-reading-count        pic 9(05).
           03  cm-mean-c               pic x(08).
           03  cm-mean-min-c           pic x(08).
           03  cm-mean-max-c           pic x(08).
           03  cm-precip               pic x(08).
           03  cm-hdd                  pic x(08).
           03  cm-cdd                  pic x(08).
           03  cm-base-temp            pic x(08).
           03  cm-period-basis         pic x(01).
           03  cm-built-timestamp      pic x(14).
