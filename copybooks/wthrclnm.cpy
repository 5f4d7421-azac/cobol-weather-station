      *> climate-normal-record - the indexed climate-normals store
      *> (weather-climate-norm.idx), one record per site per
      *> calendar month of the year, kept by climnorm off the
      *> monthly climate store. each normal is the mean of that
      *> month's figures over every complete year on file for the
      *> site - a year counts only when all twelve of its months
      *> are complete enough to count - so a site's first part
      *> year and the year still running never skew it.
      *> cn-year-count is how many years went in, cn-first-year
      *> and cn-last-year the span they cover. the figures are
      *> held as text, as the forecast-accuracy store holds its
      *> own. shared by every program that writes or reads the
      *> store, so the fd in each of them lines up byte for byte.

       01  climate-normal-record.
           03  cn-key.
               05  cn-location         pic x(255).
               05  cn-month-of-year    pic x(02).
           03  cn-year-count           pic 9(03).
           03  cn-first-year           pic x(04).
           03  cn-last-year            pic x(04).
           03  cn-mean-c               pic x(08).
           03  cn-mean-min-c           pic x(08).
           03  cn-mean-max-c           pic x(08).
           03  cn-precip               pic x(08).
           03  cn-hdd                  pic x(08).
           03  cn-cdd                  pic x(08).
           03  cn-built-timestamp      pic x(14).
