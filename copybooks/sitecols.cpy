      *> server's offset (SERVERUTC in weather.cfg), and locmaint
      *> writes the server's own zone when the hand-edited line
      *> leaves it blank so old lines keep the old server-day
      *> behaviour. site-poll-mins is how often weatherbatch polls
      *> the site in calm weather and site-storm-mins how often
      *> while the site has an open HIGH-WIND, PRESS-DROP or
      *> TEMP-DROP episode, both whole minutes, the calm one no
      *> longer than the coverage monitor's GAPHOURS gap; locmaint
      *> writes 60 and 15 when the hand-edited line leaves them
      *> blank (the storm one no longer than a calm one under
      *> 15), so old lines keep the hourly cadence they always
      *> had. used by every program that reads a locations file
      *> so the column order only has to change in one place.

       01  site-columns.

           03  site-active-flag           pic x(1).
           03  site-base-temp             pic x(8).
           03  site-utc-offset            pic x(6).
           03  site-poll-mins             pic x(5).
           03  site-storm-mins            pic x(5).
