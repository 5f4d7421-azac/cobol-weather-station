      *> (weather-status 'Q') instead of failing silently at the
      *> provider later. the generations are left exactly as the
      *> last real run wrote them.
      *>
      *> when weather.cfg names a backup provider (bkupcfgld), a
      *> site whose primary fetch comes back unusable is switched
      *> to the backup through provstat and fetched again there,
      *> the same failover getweathr does for current conditions -
      *> a site already on the backup gives the primary a single
      *> probe attempt and goes back to it the first time it
      *> answers. each provider's budget is judged on its own plan:
      *> a provider past its warning line is left out of the sweep,
      *> so with the primary in soft-stop the sweep goes straight
      *> to a backup that still has room, and it is only skipped
      *> outright when neither provider can take it.

       environment division.

       01  weather-base-url               pic x(255).

      *> the trend settings configld also hands back are only used
      *> by the current-conditions side, and the past-weather url
      *> only by the gap backfill; they still need storage here for
      *> the call to land in.
       01  press-drop-rate                pic x(255).
       01  temp-drop-rate                 pic x(255).
       01  trend-window-hours             pic x(255).
       01  past-weather-url               pic x(255).

       01  backup-provider-name           pic x(255).
       01  backup-api-key                 pic x(255).
       01  backup-base-url                pic x(255).
       01  backup-api-quota               pic x(255).
       01  backup-available-flag          pic x(1) value 'N'.
       01  backup-usable-flag             pic x(1) value 'N'.

      *> 'P' primary, 'B' backup - the same codes provstat and the
      *> usage ledger use.
       01  active-provider                pic x(1).
       01  fetch-provider                 pic x(1).
       01  primary-probe-flag             pic x(1) value 'N'.

       01  provider-state-query           pic x(1) value 'Q'.
       01  provider-state-failed          pic x(1) value 'F'.
       01  provider-state-recovered       pic x(1) value 'R'.

      *> the backup is asked for an explicit date range - today
      *> through the fourth day after it, yyyy-mm-dd - to get the
      *> same five days num_of_days=5 brings back from the primary.
       01  today-date-num                 pic 9(8).
       01  last-forecast-date-num         pic 9(8).
       01  backup-first-date              pic x(10).
       01  backup-last-date               pic x(10).

       01  request-url                    pic x(1024).

      *> tomorrow and the next three days.
       01  forecast-days-wanted           pic 9(1) value 5.

       01  default-fetch-attempts         pic 9(2) value 3.
       01  max-fetch-attempts             pic 9(2) value 3.
       01  fetch-attempt-count            pic 9(2) value 0.
       01  fetch-success-flag             pic x(1) value 'N'.
                                          value "getfcast".
       01  attempt-outcome                pic x(1).

       01  primary-budget-state           pic x(1).
       01  backup-budget-state            pic x(1).
       01  budget-state                   pic x(1).
       01  budget-used-count              pic 9(8).
       01  budget-quota-count             pic 9(8).

       copy sitecols.
       copy fcstcols.
       copy fcstcol2.

       procedure division.


           call 'configld' using weather-api-key weather-base-url
                                  press-drop-rate temp-drop-rate
                                  trend-window-hours
                                  past-weather-url.

           call 'bkupcfgld' using backup-provider-name backup-api-key
                                   backup-base-url backup-api-quota.

           if backup-api-key = spaces or backup-base-url = spaces
               move 'N' to backup-available-flag
           else
               move 'Y' to backup-available-flag
           end-if.

           move 'P' to fetch-provider.
           call 'apibudgt' using fetch-provider budget-state
                                  budget-used-count
                                  budget-quota-count.
           move budget-state to primary-budget-state.

           if primary-budget-state = 'W'
               display "api budget warning: " budget-used-count
                        " of " budget-quota-count
                        " calls used this month - "
                        "primary provider left out of the sweep"
           end-if.

           move 'N' to backup-usable-flag.

           if backup-available-flag = 'Y'
               move 'B' to fetch-provider
               call 'apibudgt' using fetch-provider budget-state
                                      budget-used-count
                                      budget-quota-count
               move budget-state to backup-budget-state
               if backup-budget-state = 'W'
                   display "api budget warning: " budget-used-count
                            " of " budget-quota-count
                            " calls used this month on "
                            function trim(backup-provider-name)
                            " - backup left out of the sweep"
               else
                   move 'Y' to backup-usable-flag
               end-if
           end-if.

           if primary-budget-state = 'W'
              and backup-usable-flag = 'N'
               display "forecast sweep skipped"
               call 'auditlog' using no-location
                                     quota-audit-status
                                     quota-skip-status
               goback
           end-if.

           perform compute-backup-date-range.

           perform roll-forecast-generation.

           open output weather-forecast-file
                           " >/dev/null 2>&1").


       compute-backup-date-range.

           move function current-date to current-timestamp.
           move current-timestamp(1:8) to today-date-num.

           compute last-forecast-date-num =
               function date-of-integer(
                   function integer-of-date(today-date-num)
                   + forecast-days-wanted - 1).

           move function concatenate(
                            current-timestamp(1:4); "-";
                            current-timestamp(5:2); "-";
                            current-timestamp(7:2))
             to backup-first-date.

           move function concatenate(
                            last-forecast-date-num(1:4); "-";
                            last-forecast-date-num(5:2); "-";
                            last-forecast-date-num(7:2))
             to backup-last-date.


       process-one-site.

           read locations-file
                           function trim(site-region))
               to location

           call 'provstat' using provider-state-query location
                                  active-provider

           move 'N' to fetch-success-flag

           if primary-budget-state = 'G'
               perform fetch-site-from-primary
           else
               move 'B' to fetch-provider
               move 'N' to primary-probe-flag
               perform fetch-site-from-provider
           end-if

           if fetch-success-flag = 'Y'
               display function trim(site-name) ": "
           end-if.


      *> the primary first, failing over to the backup when it has
      *> room - a site already on the backup gives the primary one
      *> probe attempt only.
       fetch-site-from-primary.

           move 'P' to fetch-provider.

           if active-provider = 'B' and backup-usable-flag = 'Y'
               move 'Y' to primary-probe-flag
           else
               move 'N' to primary-probe-flag
           end-if.

           perform fetch-site-from-provider.

           if fetch-success-flag = 'Y'
               if active-provider = 'B'
                   call 'provstat' using provider-state-recovered
                                          location
                                          active-provider
                   display "primary provider answering again for "
                            function trim(location)
                            " - switched back from "
                            function trim(backup-provider-name)
               end-if
           else
               if backup-usable-flag = 'Y'
                   perform fail-over-to-backup
               end-if
           end-if.


       fail-over-to-backup.

           if active-provider not = 'B'
               call 'provstat' using provider-state-failed
                                      location
                                      active-provider
               display "primary provider failed for "
                        function trim(location)
                        " - switching to "
                        function trim(backup-provider-name)
           end-if.

           move 'B' to fetch-provider.
           move 'N' to primary-probe-flag.

           perform fetch-site-from-provider.


       fetch-site-from-provider.

           move default-fetch-attempts to max-fetch-attempts.

           if primary-probe-flag = 'Y'
               move 1 to max-fetch-attempts
           end-if.

           perform build-request-url.

           move 0 to fetch-attempt-count.

           perform fetch-forecast-once
               until fetch-success-flag = 'Y'
                  or fetch-attempt-count >= max-fetch-attempts.


      *> the backup is asked in metric units for whole days only,
      *> with the reply columns pinned by the elements= list to the
      *> order fcstcol2 expects.
       build-request-url.

           if fetch-provider = 'B'
               move
                   function concatenate(
                               "curl -s '";
                               function trim(backup-base-url);
                               "/";
                               function trim(location);
                               "/";
                               backup-first-date;
                               "/";
                               backup-last-date;
                               "?unitGroup=metric&include=days";
                               "&elements=datetime,tempmax,tempmin,";
                               "precip,windspeed,conditions";
                               "&contentType=csv&key=";
                               function trim(backup-api-key);
                               "' >data3.tmp")
                   to request-url
           else
               move
                   function concatenate(
                               "curl -s '";
                               function trim(weather-base-url);
                               "?q=";
                               function trim(location);
                               "&format=csv&num_of_days=";
                               forecast-days-wanted;
                               "&show_comments=no&key=";
                               function trim(weather-api-key);
                               "' >data3.tmp")
                   to request-url
           end-if.


       fetch-forecast-once.

           add 1 to fetch-attempt-count.
           end-if.

           call 'apiusage' using fetch-program-name location
                                  attempt-outcome fetch-provider.

           if fetch-success-flag = 'N'
              and fetch-attempt-count < max-fetch-attempts
           end-if.


      *> the first line of either reply is not a forecast day - the
      *> primary's current-conditions line or the backup's column
      *> header - and was read and dropped above.
       read-one-forecast-row.

           read tempfile-for-forecast
               at end
                   move 'N' to more-forecast-rows
               not at end
                   if fetch-provider = 'B'
                       perform parse-backup-forecast-row
                   else
                       perform parse-primary-forecast-row
                   end-if
                   perform validate-forecast-row
           end-read.


       parse-primary-forecast-row.

           move spaces to forecast-columns.

                    fo-weather-code
                    fo-weather-icon
                    fo-weather-desc
                    fo-precip.


      *> parsed in the backup's own layout and moved across into
      *> forecast-columns, so the validation and the record written
      *> are the same for both providers. the backup leaves precip
      *> empty rather than 0 on a dry day.
       parse-backup-forecast-row.

           move spaces to backup-forecast-columns.

           unstring tempfile-for-forecast-record
               delimited by ',' into

                    bf-date
                    bf-tempmax
                    bf-tempmin
                    bf-precip
                    bf-windspeed
                    bf-conditions.

           move spaces        to forecast-columns.
           move bf-date       to fo-date.
           move bf-tempmax    to fo-tempmax-c.
           move bf-tempmin    to fo-tempmin-c.
           move bf-windspeed  to fo-windspeed-k.
           move bf-conditions to fo-weather-desc.
           move bf-precip     to fo-precip.

           if fo-precip = spaces
               move "0" to fo-precip
           end-if.


       validate-forecast-row.

           if function test-numval(fo-tempmin-c) = 0
              and function test-numval(fo-tempmax-c) = 0
