       identification division.
       program-id. gapfill.

      *> backfills the polling gaps the coverage monitor found. a
      *> dead cron night used to leave a permanent hole in the
      *> history store - and in the heating bill's degree days -
      *> that nothing ever closed. covgrpt now writes each gap it
      *> reports to weather-gaps.dat; this job reads them back and
      *> asks the primary provider's past-weather service
      *> (PASTURL, same APIKEY) for the hourly conditions of the
      *> site's day, and every hour that falls inside a gap goes
      *> into weather-history.idx tagged source 'H'. the rollups
      *> use those rows like any provider reading; the coverage
      *> monitor, the audit reconciliation and the variance report
      *> can still tell them from a live poll.
      *>
      *> the service answers by the site's own calendar day with
      *> hours on the site's clock, while the gaps are on the
      *> server clock the store is stamped from, so each gap is
      *> shifted by the site's utc offset against SERVERUTC (the
      *> same shift the rollups use) to find which local day or
      *> days to ask for, and each returned hour is shifted back
      *> before it is judged against the gap. a day already
      *> fetched for the previous gap is not fetched again.
      *>
      *> every call goes through the usage ledger like any other
      *> fetch, and apibudgt is asked before each one: once the
      *> primary's plan is past its warning line the job stops
      *> calling - a backfill is optional work - and every gap
      *> still outstanding is reported not filled, with the stop
      *> recorded on the audit trail (weather-status 'Q'). the
      *> report ends with gaps filled, gaps not filled and calls
      *> spent, and return-code 4 when anything was left unfilled.
      *> rerunning is safe: an hour already on the store is
      *> counted and left alone.

       environment division.

       input-output section.

       file-control.

           select locations-file
               assign to locations-file-name
               file status is locations-file-status
               organization is line sequential.

           select coverage-gap-file
               assign to coverage-gap-file-name
               file status is coverage-gap-file-status
               organization is line sequential.

           select tempfile-for-past
               assign to tempfile-for-past-name
               file status is tempfile-for-past-status
               organization is line sequential.

           select weather-history-file
               assign to weather-history-file-name
               file status is weather-history-file-status
               organization is indexed
               access mode is dynamic
               record key is whx-key.

       data division.

       file section.

       fd  locations-file.
       01  locations-record               pic x(255).

       fd  coverage-gap-file.
       copy wthrgap.

       fd  tempfile-for-past.
       01  tempfile-for-past-record       pic x(1024).

       fd  weather-history-file.
       copy wthrhisx.

       working-storage section.

       01  locations-file-name            pic x(64)
                                          value './LOCATIONS.MASTER'.
       01  locations-file-status          pic x(2).

       01  coverage-gap-file-name         pic x(64)
                                          value './weather-gaps.dat'.
       01  coverage-gap-file-status       pic x(2).

       01  tempfile-for-past-name         pic x(64) value './data4.tmp'.
       01  tempfile-for-past-status       pic x(2).

       01  weather-history-file-name      pic x(64)
                                          value
                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

      *> only the key and the past-weather url are used here; the
      *> other settings configld hands back still need storage for
      *> the call to land in.
       01  weather-api-key                pic x(255).
       01  weather-base-url               pic x(255).
       01  press-drop-rate                pic x(255).
       01  temp-drop-rate                 pic x(255).
       01  trend-window-hours             pic x(255).
       01  past-weather-url               pic x(255).

      *> only the server clock's offset is used here; the other
      *> settings opscfgld hands back still need storage for the
      *> call to land in.
       01  ops-retain-days                pic x(255).
       01  ops-gap-hours                  pic x(255).
       01  ops-coverage-pct               pic x(255).
       01  ops-escalate-mins              pic x(255).
       01  ops-server-utc                 pic x(255).
       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

       01  request-url                    pic x(1024).

       01  more-locations                 pic x(1) value 'Y'.
       01  more-gaps                      pic x(1) value 'Y'.
       01  more-past-lines                pic x(1).

       01  offset-parse-field             pic x(6).
       01  offset-parse-ok-flag           pic x(1).
       01  offset-minutes-num             pic s9(5) comp.
       01  server-offset-minutes          pic s9(5) comp.
       01  site-shift-minutes             pic s9(5) comp.

      *> the sites off the locations master, with the resolved
      *> location string the gaps are keyed by and each site's
      *> clock shift against the server, loaded once up front.
       01  max-known-sites                pic 9(4) value 100.
       01  known-site-count               pic 9(4) comp value 0.
       01  site-scan-index                pic 9(4) comp.
       01  site-known-flag                pic x(1).

       01  known-site-table.
           03  known-site-entry occurs 100 times.
               05  ks-location           pic x(255).
               05  ks-shift-minutes      pic s9(5) comp.

      *> the gap and the hours judged against it, as minutes from
      *> the start of the calendar (integer-of-date * 1440 + the
      *> minute of the day), so a gap or a shift that crosses
      *> midnight needs no special case.
       01  gap-date-num                   pic 9(8).
       01  gap-start-abs                  pic s9(11) comp.
       01  gap-end-abs                    pic s9(11) comp.
       01  local-first-day                pic s9(9) comp.
       01  local-last-day                 pic s9(9) comp.
       01  local-day-number               pic s9(9) comp.
       01  hour-server-abs                pic s9(11) comp.
       01  server-day-number              pic s9(9) comp.
       01  server-minutes-num             pic s9(5) comp.
       01  server-hour-num                pic 9(2).
       01  server-minute-num              pic 9(2).
       01  server-date-num                pic 9(8).

       01  gap-written-count              pic 9(4) comp.
       01  gap-present-count              pic 9(4) comp.
       01  gap-reason                     pic x(60).

      *> the last local day fetched - the next gap at the same site
      *> very often wants the same day, and it costs a call.
       01  loaded-location                pic x(255) value spaces.
       01  loaded-day-number              pic s9(9) comp value 0.
       01  loaded-ok-flag                 pic x(1) value 'N'.

       01  request-date-num               pic 9(8).
       01  request-date                   pic x(10).

       01  max-past-hours                 pic 9(4) value 48.
       01  past-hour-count                pic 9(4) comp value 0.
       01  hour-index                     pic 9(4) comp.
       01  hhmm-num                       pic 9(4).
       01  hour-part-num                  pic 9(2).

       01  past-hour-table.
           03  past-hour-entry occurs 48 times.
               05  pt-minutes            pic s9(5) comp.
               05  pt-celsius            pic x(06).
               05  pt-weather-desc       pic x(30).
               05  pt-windspeed-k        pic x(06).
               05  pt-humidity           pic x(06).
               05  pt-pressure           pic x(06).
               05  pt-cloudcover         pic x(06).
               05  pt-precip             pic x(06).

       01  max-fetch-attempts             pic 9(2) value 3.
       01  fetch-attempt-count            pic 9(2) value 0.
       01  fetch-success-flag             pic x(1) value 'N'.

       01  fetch-program-name             pic x(12)
                                          value "gapfill".
       01  fetch-provider                 pic x(1) value 'P'.
       01  attempt-outcome                pic x(1).

       01  budget-state                   pic x(1).
       01  budget-used-count              pic 9(8).
       01  budget-quota-count             pic 9(8).
       01  soft-stop-flag                 pic x(1) value 'N'.
       01  quota-audit-status             pic x(2) value spaces.
       01  quota-skip-status              pic x(1) value 'Q'.
       01  quota-result-flag              pic x(1) value 'S'.
       01  quota-return-value             pic 9(8) comp value zeroes.

       01  gaps-read-count                pic 9(5) comp value 0.
       01  gaps-filled-count              pic 9(5) comp value 0.
       01  gaps-unfilled-count            pic 9(5) comp value 0.
       01  readings-written-count         pic 9(5) comp value 0.
       01  readings-present-count         pic 9(5) comp value 0.
       01  calls-spent-count              pic 9(5) comp value 0.

       01  gapfill-return-value           pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       copy sitecols.
       copy pastcols.

       procedure division.


       run-gapfill.

           display "=== coverage gap backfill ===".

           call 'configld' using weather-api-key weather-base-url
                                  press-drop-rate temp-drop-rate
                                  trend-window-hours
                                  past-weather-url.

           call 'opscfgld' using ops-retain-days ops-gap-hours
                                  ops-coverage-pct
                                  ops-escalate-mins
                                  ops-server-utc
                                  ops-api-quota
                                  ops-quota-warn-pct.

           move function trim(ops-server-utc)
             to offset-parse-field.
           perform parse-offset-to-minutes.
           move offset-minutes-num to server-offset-minutes.

           open input coverage-gap-file.

           if coverage-gap-file-status <> '00'
               display "no gap file on file (status "
                        coverage-gap-file-status
                        ") - nothing to backfill"
               move gapfill-return-value to return-code
               goback
           end-if.

           perform load-known-sites.

           open i-o weather-history-file.

           if weather-history-file-status = '05' or
              weather-history-file-status = '35'
               open output weather-history-file
               close weather-history-file
               open i-o weather-history-file
           end-if.

           call 'checkfilestatus' using weather-history-file-name
                                         weather-history-file-status
                                         no-location
                                         gapfill-return-value.

           perform process-one-gap until more-gaps = 'N'.

           close coverage-gap-file.
           close weather-history-file.

           display "gaps on file:         " gaps-read-count.
           display "gaps filled:          " gaps-filled-count.
           display "gaps not filled:      " gaps-unfilled-count.
           display "readings backfilled:  " readings-written-count.
           display "already on the store: " readings-present-count.
           display "api calls spent:      " calls-spent-count.

           if gaps-unfilled-count > 0
               move 4 to gapfill-return-value
           end-if.

           move gapfill-return-value to return-code.

           goback.


       load-known-sites.

           open input locations-file

           call 'checkfilestatus' using locations-file-name
                                         locations-file-status
                                         no-location
                                         gapfill-return-value

           perform load-one-known-site until more-locations = 'N'

           close locations-file.


       load-one-known-site.

           read locations-file
               at end
                   move 'N' to more-locations
               not at end
                   move spaces to site-columns
                   unstring locations-record delimited by ',' into
                            site-name
                            site-city
                            site-region
                            site-temp-unit
                            site-speed-unit
                            site-active-flag
                            site-base-temp
                            site-utc-offset
                   if site-name not = spaces
                      and known-site-count < max-known-sites
                       add 1 to known-site-count
                       move
                           function concatenate(
                                       function trim(site-city);
                                       ",";
                                       function trim(site-region))
                           to ks-location(known-site-count)
                       perform resolve-site-shift
                       move site-shift-minutes
                         to ks-shift-minutes(known-site-count)
                   end-if
           end-read.


       resolve-site-shift.

           move site-utc-offset to offset-parse-field.
           perform parse-offset-to-minutes.

           if offset-parse-ok-flag = 'Y'
               compute site-shift-minutes =
                   offset-minutes-num - server-offset-minutes
           else
      *> a blank or unparseable offset (a master written before
      *> locmaint was rerun) keeps the server day.
               move 0 to site-shift-minutes
           end-if.


      *> signed hhmm to signed minutes; anything that does not
      *> parse means no shift, which is the old server-day
      *> behaviour.
       parse-offset-to-minutes.

           move 0   to offset-minutes-num.
           move 'N' to offset-parse-ok-flag.

           if (offset-parse-field(1:1) = '+'
               or offset-parse-field(1:1) = '-')
              and function test-numval(offset-parse-field(2:4)) = 0
               move 'Y' to offset-parse-ok-flag
               compute offset-minutes-num =
                   function numval(offset-parse-field(2:2)) * 60
                   + function numval(offset-parse-field(4:2))
               if offset-parse-field(1:1) = '-'
                   compute offset-minutes-num =
                       0 - offset-minutes-num
               end-if
           end-if.


       process-one-gap.

           read coverage-gap-file
               at end
                   move 'N' to more-gaps
               not at end
                   if coverage-gap-record not = spaces
                       add 1 to gaps-read-count
                       perform fill-one-gap
                   end-if
           end-read.


       fill-one-gap.

           move 0      to gap-written-count.
           move 0      to gap-present-count.
           move spaces to gap-reason.

           perform find-known-site.

           evaluate true
               when soft-stop-flag = 'Y'
                   move "soft-stop - api budget past warning line"
                     to gap-reason
               when site-known-flag = 'N'
                   move "site no longer on the locations master"
                     to gap-reason
               when other
                   perform compute-gap-window
                   perform fill-gap-local-day
                       varying local-day-number
                       from local-first-day by 1
                       until local-day-number > local-last-day
                          or soft-stop-flag = 'Y'
           end-evaluate.

           if gap-written-count > 0 or gap-present-count > 0
               add 1 to gaps-filled-count
               display function trim(cg-site-name) " gap "
                        cg-date " " cg-from-time "-" cg-to-time
                        ": filled, " gap-written-count
                        " reading(s) backfilled, "
                        gap-present-count " already on file"
           else
               if gap-reason = spaces
                   move "no hours inside the gap in the reply"
                     to gap-reason
               end-if
               add 1 to gaps-unfilled-count
               display function trim(cg-site-name) " gap "
                        cg-date " " cg-from-time "-" cg-to-time
                        ": NOT FILLED (" function trim(gap-reason)
                        ")"
           end-if.


       find-known-site.

           move 'N' to site-known-flag.
           move 0   to site-scan-index.
           perform scan-known-sites
               until site-known-flag = 'Y'
                  or site-scan-index >= known-site-count.


       scan-known-sites.

           add 1 to site-scan-index.

           if ks-location(site-scan-index) = cg-location
               move 'Y' to site-known-flag
               move ks-shift-minutes(site-scan-index)
                 to site-shift-minutes
           end-if.


      *> the gap on the server clock, and the first and last day on
      *> the site's clock that it touches - one local day usually,
      *> two when the shift carries the gap across local midnight.
       compute-gap-window.

           move cg-date to gap-date-num.

           compute gap-start-abs =
               function integer-of-date(gap-date-num) * 1440
               + function numval(cg-from-time(1:2)) * 60
               + function numval(cg-from-time(3:2)).

           compute gap-end-abs =
               function integer-of-date(gap-date-num) * 1440
               + function numval(cg-to-time(1:2)) * 60
               + function numval(cg-to-time(3:2)).

           compute local-first-day =
               (gap-start-abs + site-shift-minutes) / 1440.
           compute local-last-day =
               (gap-end-abs + site-shift-minutes - 1) / 1440.


       fill-gap-local-day.

           if cg-location not = loaded-location
              or local-day-number not = loaded-day-number
               perform fetch-past-day
           end-if.

           if loaded-ok-flag = 'Y'
               perform judge-one-past-hour
                   varying hour-index from 1 by 1
                   until hour-index > past-hour-count
           else
               if gap-reason = spaces
                   move "no usable reply from the past-weather service"
                     to gap-reason
               end-if
           end-if.


      *> one call (with the usual retries) for one site's local
      *> day, asked of apibudgt first. whatever comes back - or
      *> doesn't - is remembered, so a second gap on the same day
      *> neither pays nor retries again.
       fetch-past-day.

           call 'apibudgt' using fetch-provider budget-state
                                  budget-used-count
                                  budget-quota-count.

           if budget-state = 'W'
               move 'Y' to soft-stop-flag
               move "soft-stop - api budget past warning line"
                 to gap-reason
               display "api budget warning: " budget-used-count
                        " of " budget-quota-count
                        " calls used this month - "
                        "backfill stopped"
               call 'auditlog' using no-location
                                     quota-audit-status
                                     quota-skip-status
                                     quota-return-value
                                     quota-result-flag
           else
               move cg-location      to loaded-location
               move local-day-number to loaded-day-number
               move 'N'              to loaded-ok-flag

               compute request-date-num =
                   function date-of-integer(local-day-number)
               move function concatenate(
                                request-date-num(1:4); "-";
                                request-date-num(5:2); "-";
                                request-date-num(7:2))
                 to request-date

               move
                   function concatenate(
                               "curl -s '";
                               function trim(past-weather-url);
                               "?q=";
                               function trim(cg-location);
                               "&date=";
                               request-date;
                               "&tp=1&format=csv";
                               "&show_comments=no&key=";
                               function trim(weather-api-key);
                               "' >data4.tmp")
                   to request-url

               move 0   to fetch-attempt-count
               move 'N' to fetch-success-flag

               perform fetch-past-once
                   until fetch-success-flag = 'Y'
                      or fetch-attempt-count >= max-fetch-attempts

               if fetch-success-flag = 'Y'
                   move 'Y' to loaded-ok-flag
               else
                   move "no usable reply from the past-weather service"
                     to gap-reason
               end-if
           end-if.


       fetch-past-once.

           add 1 to fetch-attempt-count.
           add 1 to calls-spent-count.

           move 0 to past-hour-count.

           call "system" using function trim(request-url).

           open input tempfile-for-past

           if tempfile-for-past-status = '00'
               move 'Y' to more-past-lines
               perform read-one-past-line
                   until more-past-lines = 'N'
               close tempfile-for-past
           end-if.

           call "system" using "rm -f data4.tmp".

           if past-hour-count > 0
               move 'Y' to fetch-success-flag
               move 'S' to attempt-outcome
           else
               move 'F' to attempt-outcome
           end-if.

           call 'apiusage' using fetch-program-name cg-location
                                  attempt-outcome fetch-provider.

           if fetch-success-flag = 'N'
              and fetch-attempt-count < max-fetch-attempts
               call "system" using "sleep 2"
           end-if.


      *> '#' lines are the reply's own column notes; the daily
      *> summary line fails the numeric test and drops out.
       read-one-past-line.

           read tempfile-for-past
               at end
                   move 'N' to more-past-lines
               not at end
                   if tempfile-for-past-record(1:1) not = '#'
                      and tempfile-for-past-record not = spaces
                       perform parse-one-past-line
                   end-if
           end-read.


       parse-one-past-line.

           move spaces to past-weather-columns.

           unstring tempfile-for-past-record
               delimited by ',' into

                    ph-date
                    ph-time
                    ph-temp-c
                    ph-temp-f
                    ph-windspeed-m
                    ph-windspeed-k
                    ph-winddir-d
                    ph-winddir-p
                    ph-weather-code
                    ph-weather-icon
                    ph-weather-desc
                    ph-precip
                    ph-humidity
                    ph-visibility
                    ph-pressure
                    ph-cloudcover

           if ph-date(1:10) = request-date
              and function test-numval(ph-time) = 0
              and function test-numval(ph-temp-c) = 0
              and function test-numval(ph-windspeed-k) = 0
              and function test-numval(ph-precip) = 0
              and function test-numval(ph-humidity) = 0
              and function test-numval(ph-pressure) = 0
              and function test-numval(ph-cloudcover) = 0
               perform add-past-hour-entry
           end-if.


       add-past-hour-entry.

           if past-hour-count < max-past-hours
               add 1 to past-hour-count
               move past-hour-count to hour-index
               move function numval(ph-time) to hhmm-num
               compute hour-part-num = hhmm-num / 100
               compute pt-minutes(hour-index) =
                   hour-part-num * 60
                   + (hhmm-num - hour-part-num * 100)
               move ph-temp-c       to pt-celsius(hour-index)
               move ph-weather-desc to pt-weather-desc(hour-index)
               move ph-windspeed-k  to pt-windspeed-k(hour-index)
               move ph-humidity     to pt-humidity(hour-index)
               move ph-pressure     to pt-pressure(hour-index)
               move ph-cloudcover   to pt-cloudcover(hour-index)
               move ph-precip       to pt-precip(hour-index)
           end-if.


      *> the hour back on the server clock; it goes in only if it
      *> lies strictly inside the gap - the readings at either end
      *> are the polls that bound it.
       judge-one-past-hour.

           compute hour-server-abs =
               loaded-day-number * 1440
               + pt-minutes(hour-index)
               - site-shift-minutes.

           if hour-server-abs > gap-start-abs
              and hour-server-abs < gap-end-abs
               perform write-backfill-reading
           end-if.


       write-backfill-reading.

           compute server-day-number = hour-server-abs / 1440.
           compute server-minutes-num =
               hour-server-abs - server-day-number * 1440.
           compute server-hour-num = server-minutes-num / 60.
           compute server-minute-num =
               server-minutes-num - server-hour-num * 60.
           compute server-date-num =
               function date-of-integer(server-day-number).

           move spaces to weather-history-ix-record.
           move cg-location       to whx-location.
           move server-date-num   to whx-timestamp(1:8).
           move server-hour-num   to whx-timestamp(9:2).
           move server-minute-num to whx-timestamp(11:2).
           move "00"              to whx-timestamp(13:2).
           move pt-celsius(hour-index)      to whx-celsius.
           move pt-weather-desc(hour-index) to whx-weather-desc.
           move pt-windspeed-k(hour-index)  to whx-windspeed-k.
           move pt-humidity(hour-index)     to whx-humidity.
           move pt-pressure(hour-index)     to whx-pressure.
           move pt-cloudcover(hour-index)   to whx-cloudcover.
           move pt-precip(hour-index)       to whx-precip.
           move 'H'                         to whx-source.

      *> a key already on the store is a rerun over a gap an
      *> earlier pass filled - counted, not an error.
           write weather-history-ix-record
               invalid key
                   add 1 to gap-present-count
                   add 1 to readings-present-count
               not invalid key
                   add 1 to gap-written-count
                   add 1 to readings-written-count
           end-write.


       end program gapfill.
