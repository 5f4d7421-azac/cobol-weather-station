      *> curtailment is recorded on the audit trail with
      *> weather-status 'Q' instead of failing silently at the
      *> provider later.
      *>
      *> when weather.cfg names a backup provider (bkupcfgld) and
      *> the primary has used up its attempts without a usable
      *> reply, the site is switched to the backup on the spot and
      *> the fetch tried again there. provstat remembers the switch,
      *> so on later runs a failed-over site only gives the primary
      *> a single probe attempt before going to the backup; the
      *> first probe that comes back usable switches the site back
      *> to the primary. each provider's calls are metered against
      *> its own plan, and the history record says which provider
      *> the reading came from.

       environment division.

       01  temp-drop-rate                 pic x(255).
       01  trend-window-hours             pic x(255).

      *> the past-weather url configld also hands back is only used
      *> by the gap backfill; it still needs storage here for the
      *> call to land in.
       01  past-weather-url               pic x(255).

       01  backup-provider-name           pic x(255).
       01  backup-api-key                 pic x(255).
       01  backup-base-url                pic x(255).
       01  backup-api-quota               pic x(255).
       01  backup-available-flag          pic x(1) value 'N'.

      *> 'P' primary, 'B' backup - the same codes provstat, the
      *> usage ledger and whx-source use.
       01  active-provider                pic x(1).
       01  fetch-provider                 pic x(1).
       01  primary-probe-flag             pic x(1) value 'N'.

       01  provider-state-query           pic x(1) value 'Q'.
       01  provider-state-failed          pic x(1) value 'F'.
       01  provider-state-recovered       pic x(1) value 'R'.

       01  request-url                    pic x(1024).

       01  tempfile-for-weather-name      pic x(64) value './data2.tmp'.

       01  current-timestamp              pic x(21).

       01  default-fetch-attempts         pic 9(2) value 3.
       01  max-fetch-attempts             pic 9(2) value 3.
       01  fetch-attempt-count            pic 9(2) value 0.
       01  fetch-success-flag             pic x(1) value 'N'.
       01  heavy-precip-threshold-text    pic x(08)     value "25.0".

       01  site-threshold-value           pic x(08).
      *> spaces - the live reading is judged on today's season.
       01  site-threshold-as-of           pic x(08) value spaces.
       01  site-threshold-num             pic s9(5)v9(1).

       01  alert-celsius-num              pic s9(3)v9(1).
       01  display-speed-edited           pic -(4)9.9.
       01  display-speed-label            pic x(4).

       copy wthrcol2.

       linkage section.

       01  gw-location                    pic x(255).

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

           call 'provstat' using provider-state-query gw-location
                                  active-provider.

           move 'N' to fetch-success-flag.
           move 'N' to retries-suppressed-flag.

      *> the primary always gets asked first. a site already on the
      *> backup gets one probe attempt only - enough to notice the
      *> primary is back without paying a full set of retries on
      *> every poll while it is still down.
           move 'P' to fetch-provider.

           if active-provider = 'B' and backup-available-flag = 'Y'
               move 'Y' to primary-probe-flag
           else
               move 'N' to primary-probe-flag
           end-if.

           perform fetch-from-provider.

           if fetch-success-flag = 'Y'
               if active-provider = 'B'
                   call 'provstat' using provider-state-recovered
                                          gw-location
                                          active-provider
                   display "primary provider answering again for "
                            function trim(gw-location)
                            " - switched back from "
                            function trim(backup-provider-name)
               end-if
           else
               if backup-available-flag = 'Y'
                   perform fail-over-to-backup
               end-if
           end-if.

           if fetch-success-flag = 'Y'
               perform convert-display-units
           goback.


       fail-over-to-backup.

           if active-provider not = 'B'
               call 'provstat' using provider-state-failed
                                      gw-location
                                      active-provider
               display "primary provider failed for "
                        function trim(gw-location)
                        " - switching to "
                        function trim(backup-provider-name)
           end-if.

           move 'B' to fetch-provider.
           move 'N' to primary-probe-flag.

           perform fetch-from-provider.


      *> one provider's worth of attempts, metered against that
      *> provider's own plan. in soft-stop only the one attempt
      *> goes out, as before.
       fetch-from-provider.

           move default-fetch-attempts to max-fetch-attempts.

           if primary-probe-flag = 'Y'
               move 1 to max-fetch-attempts
           end-if.

           call 'apibudgt' using fetch-provider budget-state
                                  budget-used-count
                                  budget-quota-count.

           if budget-state = 'W'
               move 1   to max-fetch-attempts
               move 'Y' to retries-suppressed-flag
               if fetch-provider = 'B'
                   display "api budget warning: " budget-used-count
                            " of " budget-quota-count
                            " calls used this month on "
                            function trim(backup-provider-name)
                            " - retries suppressed for "
                            function trim(gw-location)
               else
                   display "api budget warning: " budget-used-count
                            " of " budget-quota-count
                            " calls used this month - "
                            "retries suppressed for "
                            function trim(gw-location)
               end-if
           end-if.

           perform build-request-url.

           move 0 to fetch-attempt-count.

           perform fetch-weather-once
               until fetch-success-flag = 'Y'
                  or fetch-attempt-count >= max-fetch-attempts.


      *> the backup is asked for the same current conditions in
      *> metric units, with the reply columns pinned by the
      *> elements= list to the order wthrcol2 expects.
       build-request-url.

           if fetch-provider = 'B'
               move
                   function concatenate(
                               "curl -s '";
                               function trim(backup-base-url);
                               "/";
                               function trim(gw-location);
                               "/today?unitGroup=metric";
                               "&include=current";
                               "&elements=datetime,temp,humidity,";
                               "precip,windspeed,winddir,pressure,";
                               "cloudcover,visibility,conditions";
                               "&contentType=csv&key=";
                               function trim(backup-api-key);
                               "' >data2.tmp")
                   to request-url
           else
               move
                   function concatenate(
                               "curl -s '";
                               function trim(weather-base-url);
                               "?q=";
                               function trim(gw-location);
                               "&format=csv&num_of_days=0";
                               "&show_comments=no&key=";
                               function trim(weather-api-key);
                               "' >data2.tmp")
                   to request-url
           end-if.


       fetch-weather-once.

           add 1 to fetch-attempt-count.
           open input tempfile-for-weather

           if tempfile-for-weather-status = '00'
               if fetch-provider = 'B'
                   perform read-backup-weather-reply
               else
                   perform read-primary-weather-reply
               end-if
               close tempfile-for-weather
           end-if.

           end-if.

           call 'apiusage' using fetch-program-name gw-location
                                  attempt-outcome fetch-provider.

           if fetch-success-flag = 'N'
              and fetch-attempt-count < max-fetch-attempts
           end-if.


       read-primary-weather-reply.

           read tempfile-for-weather
               at end
                   continue
               not at end
                   move spaces to weather-columns
                   unstring tempfile-for-weather-record
                       delimited by ',' into

                            hour
                            celsius
                            weather-code
                            weather-icon
                            weather-desc
                            windspeed-m
                            windspeed-k
                            winddir-d
                            winddir-p
                            precip
                            humidity
                            visibility
                            pressure
                            cloudcover

                   perform validate-weather-fields
           end-read.


      *> the backup's reply opens with a header line; the data line
      *> after it is parsed in the backup's own layout and moved
      *> across into weather-columns, so the validation and
      *> everything after it are the same for both providers.
       read-backup-weather-reply.

           read tempfile-for-weather
               at end
                   continue
               not at end
                   read tempfile-for-weather
                       at end
                           continue
                       not at end
                           move spaces to backup-weather-columns
                           unstring tempfile-for-weather-record
                               delimited by ',' into

                                    bw-datetime
                                    bw-temp
                                    bw-humidity
                                    bw-precip
                                    bw-windspeed
                                    bw-winddir
                                    bw-pressure
                                    bw-cloudcover
                                    bw-visibility
                                    bw-conditions

                           perform map-backup-weather-columns
                           perform validate-weather-fields
                   end-read
           end-read.


      *> the backup leaves precip empty rather than 0 on a dry
      *> hour; anything else missing is a genuinely unusable reply.
       map-backup-weather-columns.

           move spaces        to weather-columns.
           move bw-datetime   to hour.
           move bw-temp       to celsius.
           move bw-conditions to weather-desc.
           move bw-windspeed  to windspeed-k.
           move bw-winddir    to winddir-d.
           move bw-precip     to precip.
           move bw-humidity   to humidity.
           move bw-visibility to visibility.
           move bw-pressure   to pressure.
           move bw-cloudcover to cloudcover.

           if precip = spaces
               move "0" to precip
           end-if.


       validate-weather-fields.

           if function test-numval(celsius) = 0
                           "hPA.")
               to gw-weather-result.

           if fetch-provider = 'B'
               move
                   function concatenate(
                               function trim(gw-weather-result);
                               " (via ";
                               function trim(backup-provider-name);
                               ")")
                   to gw-weather-result
           end-if.


       append-weather-history.

           move pressure                to whx-pressure.
           move cloudcover              to whx-cloudcover.
           move precip                  to whx-precip.
           move fetch-provider          to whx-source.

           open i-o weather-history-file.

                                         current-alert-type
                                         high-wind-threshold-text
                                         site-threshold-value
                                         site-threshold-as-of
               when "FREEZING"
                   call 'thrlkup' using gw-location
                                         current-alert-type
                                         freezing-threshold-text
                                         site-threshold-value
                                         site-threshold-as-of
               when other
                   call 'thrlkup' using gw-location
                                         current-alert-type
                                         heavy-precip-threshold-text
                                         site-threshold-value
                                         site-threshold-as-of
           end-evaluate.

           move function numval(site-threshold-value)
