      *> shipped value the system alerted on before per-site
      *> profiles existed - so a thin or absent profile file just
      *> means the old behaviour.
      *>
      *> the season is judged on today's month and day unless the
      *> caller hands in an as-of date (yyyymmdd) - fcstwarn does,
      *> so a forecast day just over a season boundary is judged
      *> against the profile that will be in force on that day.
      *> spaces mean today.

       environment division.

       01  tl-alert-type                  pic x(12).
       01  tl-default-value               pic x(8).
       01  tl-value                       pic x(8).
       01  tl-as-of-date                  pic x(8).

       procedure division using tl-location tl-alert-type
                                 tl-default-value tl-value
                                 tl-as-of-date.

       start-thrlkup.

           move function current-date to current-timestamp.
           move current-timestamp(5:4) to today-mmdd.

           if tl-as-of-date not = spaces
               move tl-as-of-date(5:4) to today-mmdd
           end-if.

           perform find-site-for-location.

           if site-found-flag = 'Y'
