      *> forecast-warning-record - the indexed advance-warning
      *> store (weather-fcst-warn.idx), one record per site per
      *> alert type per forecast day, kept by fcstwarn as each new
      *> forecast generation comes in. fw-state is 'O' when a
      *> generation first forecast the breach, 'U' once a later
      *> generation has changed the forecast value or the
      *> threshold while still breaching, and 'W' when a later
      *> generation no longer forecasts the breach (a withdrawn
      *> warning that comes back goes to 'O' again). the
      *> timestamps carry when the warning was raised, when it
      *> last changed and when it was withdrawn, and the fetched
      *> dates which forecast generation raised it and which last
      *> judged it. shared by every program that writes or reads
      *> the store, so the fd in each of them lines up byte for
      *> byte.

       01  forecast-warning-record.
           03  fw-key.
               05  fw-location         pic x(255).
               05  fw-alert-type       pic x(12).
               05  fw-date             pic x(08).
           03  fw-state                pic x(01).
           03  fw-value                pic x(08).
           03  fw-threshold            pic x(08).
           03  fw-raised-timestamp     pic x(14).
           03  fw-changed-timestamp    pic x(14).
           03  fw-withdrawn-timestamp  pic x(14).
           03  fw-first-fetched-date   pic x(08).
           03  fw-last-fetched-date    pic x(08).
           03  fw-update-count         pic 9(05).
