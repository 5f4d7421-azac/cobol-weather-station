      *> past-weather-columns - the worldweatheronline past-weather
      *> (historical conditions) csv fields for one hourly line, in
      *> order, as returned with tp=1. the reply opens with '#'
      *> comment lines and carries a daily summary line ahead of
      *> each day's hourly lines; the summary line's fields do not
      *> line up with these, and its non-numeric sunrise/sunset
      *> columns fail the hourly validation, so it drops out
      *> without a separate test. ph-time is the local hour as
      *> hmm/hhmm (0, 100 ... 2300). used by gapfill.cbl's parse
      *> so the column order only has to change in one place when
      *> a provider field changes.

       01  past-weather-columns.

           03  ph-date         pic x(100).
           03  ph-time         pic x(100).
           03  ph-temp-c       pic x(100).
           03  ph-temp-f       pic x(100).
           03  ph-windspeed-m  pic x(100).
           03  ph-windspeed-k  pic x(100).
           03  ph-winddir-d    pic x(100).
           03  ph-winddir-p    pic x(100).
           03  ph-weather-code pic x(100).
           03  ph-weather-icon pic x(100).
           03  ph-weather-desc pic x(100).
           03  ph-precip       pic x(100).
           03  ph-humidity     pic x(100).
           03  ph-visibility   pic x(100).
           03  ph-pressure     pic x(100).
           03  ph-cloudcover   pic x(100).
