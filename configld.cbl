      *> window that raises a PRESS-DROP alert, TEMPDROP the
      *> celsius fall that raises a TEMP-DROP alert, and
      *> TRENDHOURS the window both are measured over.
      *>
      *> PASTURL is the primary provider's past-weather (historical
      *> conditions) service, which the gap backfill asks for the
      *> hours the coverage monitor found missing. it takes the
      *> same APIKEY.

       environment division.

       01  default-press-drop             pic x(255) value "3.0".
       01  default-temp-drop              pic x(255) value "5.0".
       01  default-trend-hours            pic x(255) value "3".
       01  default-past-url               pic x(255)
                                          value
           "http://api.worldweatheronline.com/premium/v1/"
           & "past-weather.ashx".

       linkage section.

       01  cfg-press-drop                 pic x(255).
       01  cfg-temp-drop                  pic x(255).
       01  cfg-trend-hours                pic x(255).
       01  cfg-past-url                   pic x(255).

       procedure division using cfg-api-key cfg-base-url
                                 cfg-press-drop cfg-temp-drop
                                 cfg-trend-hours cfg-past-url.

       start-configld.

           move default-press-drop  to cfg-press-drop.
           move default-temp-drop   to cfg-temp-drop.
           move default-trend-hours to cfg-trend-hours.
           move default-past-url    to cfg-past-url.

           move 'Y' to more-config.

               when "TRENDHOURS"
                   move config-value to cfg-trend-hours

               when "PASTURL"
                   move config-value to cfg-past-url

               when other
                   continue

