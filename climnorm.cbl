       identification division.
       program-id. climnorm.

      *> builds and keeps the per-site climate normals behind
      *> climrpt. facilities keep asking whether a month's gas bill
      *> was the weather or waste, and until now nothing could say
      *> whether a month was unusual for the site.
      *>
      *> two indexed stores are kept. weather-climate-month.idx
      *> (wthrclmo) holds one summary per site per calendar month:
      *> mean temperature, mean daily minimum and maximum, precip
      *> total and heating / cooling degree-days (the totals scaled
      *> up to the whole month when some of its days have no
      *> readings), every figure cut on the site's own local days
      *> off its utc offset on the locations master against
      *> SERVERUTC, the same bucketing weatherrpt and degreeday
      *> use, from the provider readings (live polls and
      *> backfilled hours; the roof sensor is left to snsrvrpt, as
      *> it is in the other rollups).
      *> weather-climate-norm.idx (wthrclnm) then holds one normal
      *> per site per month of the year: the mean of that month
      *> over every complete year on file - a year counts when all
      *> twelve of its months have provider readings on at least
      *> COVERAGEPCT of their days.
      *>
      *> run with REBUILD on the command line, both stores are
      *> emptied and every month is built again from everything
      *> on file: each weather-history-yyyymm.arc archpurg has
      *> rolled off over the last thirty years, then the live
      *> history store. run without it - at month end - only the
      *> month just finished is built (or built again) for each
      *> site, off that month's archive and its neighbours, in
      *> case archpurg has already moved it, and the live store.
      *> either way each site's normals are then worked out afresh
      *> from its monthly summaries, so a month that completes a
      *> year brings that year into the normals. the month still
      *> running is never summarised.

       environment division.

       input-output section.

       file-control.

           select locations-file
               assign to locations-file-name
               file status is locations-file-status
               organization is line sequential.

           select weather-history-file
               assign to weather-history-file-name
               file status is weather-history-file-status
               organization is indexed
               access mode is dynamic
               record key is whx-key.

           select history-archive-file
               assign to history-archive-file-name
               file status is history-archive-file-status
               organization is line sequential.

           select climate-month-file
               assign to climate-month-file-name
               file status is climate-month-file-status
               organization is indexed
               access mode is dynamic
               record key is cm-key.

           select climate-normal-file
               assign to climate-normal-file-name
               file status is climate-normal-file-status
               organization is indexed
               access mode is dynamic
               record key is cn-key.

       data division.

       file section.

       fd  locations-file.
       01  locations-record               pic x(255).

       fd  weather-history-file.
       copy wthrhisx.

      *> the monthly history archive as archpurg writes it: the
      *> old line-sequential history layout with the source column
      *> on the end.
       fd  history-archive-file.
       01  history-archive-record.
           03  ha-timestamp        pic x(14).
           03  filler              pic x(01).
           03  ha-location         pic x(255).
           03  filler              pic x(01).
           03  ha-celsius          pic x(06).
           03  filler              pic x(01).
           03  ha-weather-desc     pic x(30).
           03  filler              pic x(01).
           03  ha-windspeed-k      pic x(06).
           03  filler              pic x(01).
           03  ha-humidity         pic x(06).
           03  filler              pic x(01).
           03  ha-pressure         pic x(06).
           03  filler              pic x(01).
           03  ha-cloudcover       pic x(06).
           03  filler              pic x(01).
           03  ha-precip           pic x(06).
           03  filler              pic x(01).
           03  ha-source           pic x(01).

       fd  climate-month-file.
       copy wthrclmo.

       fd  climate-normal-file.
       copy wthrclnm.

       working-storage section.

       01  locations-file-name            pic x(64)
                                          value './LOCATIONS.MASTER'.
       01  locations-file-status          pic x(2).

       01  weather-history-file-name      pic x(64)
                                          value
                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

       01  history-archive-file-name      pic x(64).
       01  history-archive-file-status    pic x(2).

       01  climate-month-file-name        pic x(64)
                                          value
                                       './weather-climate-month.idx'.
       01  climate-month-file-status      pic x(2).

       01  climate-normal-file-name       pic x(64)
                                          value
                                        './weather-climate-norm.idx'.
       01  climate-normal-file-status     pic x(2).

       01  more-locations                 pic x(1) value 'Y'.
       01  more-records                   pic x(1).

       01  run-mode                       pic x(255).
       01  rebuild-mode-flag              pic x(1) value 'N'.

       01  location                       pic x(255).

      *> only the coverage percentage and the server zone are used
      *> here; the other settings opscfgld hands back still need
      *> storage for the call to land in.
       01  ops-retain-days                pic x(255).
       01  ops-gap-hours                  pic x(255).
       01  ops-coverage-pct               pic x(255).
       01  ops-escalate-mins              pic x(255).
       01  ops-server-utc                 pic x(255).
       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

       01  coverage-pct-num               pic 9(3).

       01  current-timestamp              pic x(21).
       01  current-month                  pic 9(6).
       01  target-month                   pic 9(6).
       01  accept-from-month              pic 9(6).
       01  accept-to-month                pic 9(6).

       01  step-month                     pic 9(6).
       01  step-year                      pic 9(4).
       01  step-month-of-year             pic 9(2).

      *> the live store walk: where it opens and the server date
      *> past which nothing more can fall in the month wanted.
       01  walk-start-date                pic x(8).
       01  walk-stop-date                 pic x(8).

      *> a normal is traditionally taken over thirty years; a
      *> rebuild looks for archives that far back.
       01  archive-years-back             pic 9(2) value 30.

       01  max-archive-entries            pic 9(4) value 400.
       01  archive-entry-count            pic 9(4) comp value 0.
       01  archive-index                  pic 9(4) comp.

       01  archive-table.
           03  archive-entry occurs 400 times.
               05  am-month              pic 9(6).

       01  offset-parse-field             pic x(6).
       01  offset-parse-ok-flag           pic x(1).
       01  offset-minutes-num             pic s9(5) comp.
       01  server-offset-minutes          pic s9(5) comp.
       01  site-shift-minutes             pic s9(5) comp.
       01  site-period-basis              pic x(1).

       01  local-date                     pic x(8).
       01  local-month                    pic 9(6).
       01  local-day-number               pic s9(9) comp.
       01  local-date-part                pic 9(8).
       01  local-minutes-num              pic s9(9) comp.

       01  reading-timestamp              pic x(14).
       01  reading-celsius                pic x(06).
       01  reading-precip                 pic x(06).

       01  base-temp-num                  pic s9(3)v9(1).
       01  celsius-num                    pic s9(3)v9(1).
       01  precip-num                     pic s9(5)v9(1).

      *> the local day being built.
       01  day-date                       pic x(8).
       01  day-reading-count              pic 9(5) comp.
       01  day-celsius-sum                pic s9(7)v9(1).
       01  day-celsius-min                pic s9(3)v9(1).
       01  day-celsius-max                pic s9(3)v9(1).
       01  day-precip-sum                 pic s9(5)v9(1).
       01  day-mean-num                   pic s9(3)v9(1).
       01  day-hdd-num                    pic s9(3)v9(1).
       01  day-cdd-num                    pic s9(3)v9(1).

      *> the month being built.
       01  month-key                      pic x(6).
       01  month-day-count                pic 9(4) comp.
       01  month-reading-count            pic 9(5) comp.
       01  month-mean-sum                 pic s9(7)v9(1).
       01  month-min-sum                  pic s9(7)v9(1).
       01  month-max-sum                  pic s9(7)v9(1).
       01  month-precip-sum               pic s9(7)v9(1).
       01  month-hdd-sum                  pic s9(7)v9(1).
       01  month-cdd-sum                  pic s9(7)v9(1).

       01  month-first-date               pic 9(8).
       01  next-month-first-date          pic 9(8).
       01  days-in-month                  pic 9(2).

       01  figure-num                     pic s9(5)v9(1).
       01  figure-edited                  pic -(4)9.9.

      *> one row per year of monthly summaries on file for the
      *> site, and how many of its months are complete.
       01  max-year-entries               pic 9(4) value 60.
       01  year-entry-count               pic 9(4) comp value 0.
       01  year-index                     pic 9(4) comp.
       01  year-found-flag                pic x(1).
       01  record-found-flag              pic x(1).
       01  complete-year-count            pic 9(4) comp.
       01  record-year                    pic 9(4).

       01  year-table.
           03  year-entry occurs 60 times.
               05  yr-year               pic 9(4).
               05  yr-complete-months    pic 9(2) comp.

       01  month-of-year-index            pic 9(2).

       01  normal-table.
           03  normal-entry occurs 12 times.
               05  nm-year-count         pic 9(3) comp.
               05  nm-first-year         pic 9(4).
               05  nm-last-year          pic 9(4).
               05  nm-mean-sum           pic s9(7)v9(1).
               05  nm-min-sum            pic s9(7)v9(1).
               05  nm-max-sum            pic s9(7)v9(1).
               05  nm-precip-sum         pic s9(7)v9(1).
               05  nm-hdd-sum            pic s9(7)v9(1).
               05  nm-cdd-sum            pic s9(7)v9(1).

       01  sites-built-count              pic 9(4) comp value 0.
       01  months-written-count           pic 9(6) comp value 0.
       01  normals-written-count          pic 9(6) comp value 0.
       01  site-months-count              pic 9(4) comp.

       01  climnorm-return-value          pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       copy sitecols.

       procedure division.


       run-climnorm.

           display "=== climate normals ===".

           move function current-date to current-timestamp.
           move current-timestamp(1:6) to current-month.

           call 'opscfgld' using ops-retain-days ops-gap-hours
                                  ops-coverage-pct
                                  ops-escalate-mins
                                  ops-server-utc
                                  ops-api-quota
                                  ops-quota-warn-pct.

           move function numval(ops-coverage-pct) to coverage-pct-num.

           move function trim(ops-server-utc)
             to offset-parse-field.
           perform parse-offset-to-minutes.
           move offset-minutes-num to server-offset-minutes.

           accept run-mode from command-line.

           if function upper-case(function trim(run-mode)) = "REBUILD"
               move 'Y' to rebuild-mode-flag
           end-if.

           perform set-up-build-window.

           perform open-climate-stores.

           open input locations-file.

           call 'checkfilestatus' using locations-file-name
                                         locations-file-status
                                         no-location
                                         climnorm-return-value.

           perform process-one-site until more-locations = 'N'.

           close locations-file.
           close climate-month-file.
           close climate-normal-file.

           display "sites built:          " sites-built-count.
           display "month summaries kept: " months-written-count.
           display "normals kept:         " normals-written-count.

           move climnorm-return-value to return-code.

           goback.


      *> a rebuild takes every finished month and every archive
      *> on file; a month-end run only the month just finished,
      *> looking in the archives either side of it for readings a
      *> site's clock shift pulls across the month edge.
       set-up-build-window.

           move current-month to step-month.
           perform step-month-back.
           move step-month to target-month.

           if rebuild-mode-flag = 'Y'
               display "mode: REBUILD from everything on file"
               move 0            to accept-from-month
               move target-month to accept-to-month
               move current-month(1:4) to step-year
               compute step-month =
                   (step-year - archive-years-back) * 100 + 1
               perform note-archive-if-present
                   until step-month > current-month
               move spaces     to walk-start-date
               move "99999999" to walk-stop-date
           else
               display "mode: month-end, building " target-month
               move target-month to accept-from-month
               move target-month to accept-to-month
               perform step-month-back
               perform note-archive-if-present 3 times
               move target-month to month-first-date
               compute month-first-date = month-first-date * 100 + 1
               compute local-day-number =
                   function integer-of-date(month-first-date) - 1
               compute local-date-part =
                   function date-of-integer(local-day-number)
               move local-date-part to walk-start-date
               compute month-first-date = current-month * 100 + 1
               move month-first-date to walk-stop-date
           end-if.

           display "archives found:       " archive-entry-count.


       note-archive-if-present.

           move function concatenate("./weather-history-";
                                     step-month;
                                     ".arc")
             to history-archive-file-name.

           open input history-archive-file.

           if history-archive-file-status = '00'
               close history-archive-file
               if archive-entry-count < max-archive-entries
                   add 1 to archive-entry-count
                   move step-month to am-month(archive-entry-count)
               end-if
           end-if.

           perform step-month-forward.


       step-month-forward.

           move step-month(1:4) to step-year.
           move step-month(5:2) to step-month-of-year.

           if step-month-of-year = 12
               add 1 to step-year
               move 1 to step-month-of-year
           else
               add 1 to step-month-of-year
           end-if.

           compute step-month = step-year * 100 + step-month-of-year.


       step-month-back.

           move step-month(1:4) to step-year.
           move step-month(5:2) to step-month-of-year.

           if step-month-of-year = 1
               subtract 1 from step-year
               move 12 to step-month-of-year
           else
               subtract 1 from step-month-of-year
           end-if.

           compute step-month = step-year * 100 + step-month-of-year.


       open-climate-stores.

           if rebuild-mode-flag = 'Y'
               open output climate-month-file
               close climate-month-file
               open output climate-normal-file
               close climate-normal-file
           end-if.

           open i-o climate-month-file.

           if climate-month-file-status = '05' or
              climate-month-file-status = '35'
               open output climate-month-file
               close climate-month-file
               open i-o climate-month-file
           end-if.

           call 'checkfilestatus' using climate-month-file-name
                                         climate-month-file-status
                                         no-location
                                         climnorm-return-value.

           open i-o climate-normal-file.

           if climate-normal-file-status = '05' or
              climate-normal-file-status = '35'
               open output climate-normal-file
               close climate-normal-file
               open i-o climate-normal-file
           end-if.

           call 'checkfilestatus' using climate-normal-file-name
                                         climate-normal-file-status
                                         no-location
                                         climnorm-return-value.


       process-one-site.

           read locations-file
               at end
                   move 'N' to more-locations
               not at end
                   perform resolve-one-site
           end-read.


       resolve-one-site.

           move spaces to site-columns.

           unstring locations-record delimited by ',' into
                    site-name
                    site-city
                    site-region
                    site-temp-unit
                    site-speed-unit
                    site-active-flag
                    site-base-temp
                    site-utc-offset
           end-unstring.

           if site-active-flag not = 'I'
               perform build-site-climate
           end-if.


       build-site-climate.

           move
               function concatenate(
                           function trim(site-city);
                           ",";
                           function trim(site-region))
               to location.

           if site-base-temp = spaces
               move 18.0 to base-temp-num
           else
               move function numval(site-base-temp)
                 to base-temp-num
           end-if.

           move site-utc-offset to offset-parse-field.
           perform parse-offset-to-minutes.

           if offset-parse-ok-flag = 'Y'
               compute site-shift-minutes =
                   offset-minutes-num - server-offset-minutes
               move 'L' to site-period-basis
           else
      *> a blank or unparseable offset (a master written before
      *> locmaint was rerun) keeps the server day.
               move 0   to site-shift-minutes
               move 'S' to site-period-basis
           end-if.

           move spaces to day-date.
           move spaces to month-key.
           move 0      to day-reading-count.
           move 0      to site-months-count.
           perform start-new-month.

           perform read-site-archive
               varying archive-index from 1 by 1
               until archive-index > archive-entry-count.

           perform read-site-live-history.

           perform close-local-day.
           perform close-month.

           perform rebuild-site-normals.

           add 1 to sites-built-count.

           display function trim(site-name) " ("
                   function trim(location) "): "
                   site-months-count " month(s) built, "
                   complete-year-count " complete year(s) in the "
                   "normals".


       read-site-archive.

           move function concatenate("./weather-history-";
                                     am-month(archive-index);
                                     ".arc")
             to history-archive-file-name.

           move 'Y' to more-records.

           open input history-archive-file.

           if history-archive-file-status = '00'
               perform read-one-archived-reading
                   until more-records = 'N'
               close history-archive-file
           end-if.


       read-one-archived-reading.

           read history-archive-file
               at end
                   move 'N' to more-records
               not at end
                   if ha-location = location
                      and ha-source not = 'S'
                       move ha-timestamp to reading-timestamp
                       move ha-celsius   to reading-celsius
                       move ha-precip    to reading-precip
                       perform take-one-reading
                   end-if
           end-read.


      *> the history store is keyed by location + timestamp, so a
      *> start at (site, walk opening) followed by sequential reads
      *> walks exactly this site's readings in order.
       read-site-live-history.

           open input weather-history-file.

           if weather-history-file-status = '00'
               move 'Y'             to more-records
               move spaces          to weather-history-ix-record
               move location        to whx-location
               move spaces          to whx-timestamp
               move walk-start-date to whx-timestamp(1:8)
               start weather-history-file
                   key is greater than or equal to whx-key
                   invalid key
                       move 'N' to more-records
               end-start
               perform read-one-live-reading
                   until more-records = 'N'
               close weather-history-file
           end-if.


       read-one-live-reading.

           read weather-history-file next record
               at end
                   move 'N' to more-records
               not at end
                   if whx-location not = location
                      or whx-timestamp(1:8) > walk-stop-date
                       move 'N' to more-records
                   else
                       if whx-source not = 'S'
                           move whx-timestamp to reading-timestamp
                           move whx-celsius   to reading-celsius
                           move whx-precip    to reading-precip
                           perform take-one-reading
                       end-if
                   end-if
           end-read.


      *> readings arrive in timestamp order - the archives month by
      *> month, then the live store - so a reading is either more
      *> of the local day being built or the start of the next
      *> one. a reading whose local month is outside the build is
      *> dropped here.
       take-one-reading.

           perform resolve-site-local-date.

           move local-date(1:6) to local-month.

           if local-month >= accept-from-month
              and local-month <= accept-to-month
               perform accumulate-local-day
           end-if.


       accumulate-local-day.

           move function numval(reading-celsius) to celsius-num.
           move function numval(reading-precip)  to precip-num.

           if local-date not = day-date
               perform close-local-day
               if local-date(1:6) not = month-key
                   perform close-month
                   perform start-new-month
                   move local-date(1:6) to month-key
               end-if
               move local-date  to day-date
               move 0           to day-reading-count
               move 0           to day-celsius-sum
               move 0           to day-precip-sum
               move celsius-num to day-celsius-min
               move celsius-num to day-celsius-max
           end-if.

           add 1           to day-reading-count.
           add celsius-num to day-celsius-sum.
           add precip-num  to day-precip-sum.

           if celsius-num < day-celsius-min
               move celsius-num to day-celsius-min
           end-if.

           if celsius-num > day-celsius-max
               move celsius-num to day-celsius-max
           end-if.


      *> a finished day goes into its month: its mean, its lowest
      *> and highest reading, its precip and its degree-days
      *> against the site's base, as degreeday works them.
       close-local-day.

           if day-reading-count > 0
               compute day-mean-num rounded =
                   day-celsius-sum / day-reading-count
               compute day-hdd-num = base-temp-num - day-mean-num
               if day-hdd-num < 0
                   move 0 to day-hdd-num
               end-if
               compute day-cdd-num = day-mean-num - base-temp-num
               if day-cdd-num < 0
                   move 0 to day-cdd-num
               end-if
               add 1                 to month-day-count
               add day-reading-count to month-reading-count
               add day-mean-num      to month-mean-sum
               add day-celsius-min   to month-min-sum
               add day-celsius-max   to month-max-sum
               add day-precip-sum    to month-precip-sum
               add day-hdd-num       to month-hdd-sum
               add day-cdd-num       to month-cdd-sum
               move 0 to day-reading-count
           end-if.


       start-new-month.

           move 0 to month-day-count.
           move 0 to month-reading-count.
           move 0 to month-mean-sum.
           move 0 to month-min-sum.
           move 0 to month-max-sum.
           move 0 to month-precip-sum.
           move 0 to month-hdd-sum.
           move 0 to month-cdd-sum.


       close-month.

           if month-day-count > 0
               perform write-month-summary
           end-if.


       write-month-summary.

           perform compute-days-in-month.

           move spaces    to climate-month-record.
           move location  to cm-location.
           move month-key to cm-month.

           read climate-month-file
               invalid key
                   move 'N' to record-found-flag
               not invalid key
                   move 'Y' to record-found-flag
           end-read.

           move spaces    to climate-month-record.
           move location  to cm-location.
           move month-key to cm-month.
           move month-day-count     to cm-day-count.
           move days-in-month       to cm-days-in-month.
           move month-reading-count to cm-reading-count.

           compute figure-num rounded =
               month-mean-sum / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-mean-c.

           compute figure-num rounded =
               month-min-sum / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-mean-min-c.

           compute figure-num rounded =
               month-max-sum / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-mean-max-c.

      *> precip and degree-days are totals, so a month with days
      *> missing is scaled up to the whole month - otherwise a
      *> short month reads dry and mild, and drags the normals
      *> down with it.
           compute figure-num rounded =
               month-precip-sum * days-in-month / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-precip.

           compute figure-num rounded =
               month-hdd-sum * days-in-month / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-hdd.

           compute figure-num rounded =
               month-cdd-sum * days-in-month / month-day-count.
           move figure-num    to figure-edited.
           move figure-edited to cm-cdd.

           move base-temp-num    to figure-edited.
           move figure-edited    to cm-base-temp.

           move site-period-basis       to cm-period-basis.
           move current-timestamp(1:14) to cm-built-timestamp.

           if record-found-flag = 'Y'
               rewrite climate-month-record
                   invalid key
                       continue
               end-rewrite
           else
               write climate-month-record
                   invalid key
                       continue
               end-write
           end-if.

           add 1 to months-written-count.
           add 1 to site-months-count.


       compute-days-in-month.

           move month-key to step-month.
           compute month-first-date = step-month * 100 + 1.

           perform step-month-forward.
           compute next-month-first-date = step-month * 100 + 1.

           compute days-in-month =
               function integer-of-date(next-month-first-date)
               - function integer-of-date(month-first-date).


      *> the normals are worked out again from the site's monthly
      *> summaries every run: first which years are complete,
      *> then the mean of each month over those years.
       rebuild-site-normals.

           move 0 to year-entry-count.
           move 0 to complete-year-count.

           perform walk-site-months-for-years.

           perform count-one-complete-year
               varying year-index from 1 by 1
               until year-index > year-entry-count.

           perform clear-one-normal-entry
               varying month-of-year-index from 1 by 1
               until month-of-year-index > 12.

           if complete-year-count > 0
               perform walk-site-months-for-normals
           end-if.

           perform keep-one-normal
               varying month-of-year-index from 1 by 1
               until month-of-year-index > 12.


       walk-site-months-for-years.

           perform position-to-site-months.
           perform tally-one-month-year until more-records = 'N'.


       position-to-site-months.

           move 'Y'        to more-records.
           move spaces     to climate-month-record.
           move location   to cm-location.
           move low-values to cm-month.

           start climate-month-file
               key is greater than or equal to cm-key
               invalid key
                   move 'N' to more-records
           end-start.


       tally-one-month-year.

           read climate-month-file next record
               at end
                   move 'N' to more-records
               not at end
                   if cm-location not = location
                       move 'N' to more-records
                   else
                       if cm-day-count * 100
                          >= cm-days-in-month * coverage-pct-num
                           perform add-complete-month
                       end-if
                   end-if
           end-read.


       add-complete-month.

           move cm-month(1:4) to record-year.
           perform find-year-entry.

           if year-found-flag = 'N'
              and year-entry-count < max-year-entries
               add 1 to year-entry-count
               move year-entry-count to year-index
               move record-year      to yr-year(year-index)
               move 0                to yr-complete-months(year-index)
               move 'Y'              to year-found-flag
           end-if.

           if year-found-flag = 'Y'
               add 1 to yr-complete-months(year-index)
           end-if.


       find-year-entry.

           move 'N' to year-found-flag.
           move 0   to year-index.

           perform scan-one-year-entry
               until year-found-flag = 'Y'
                  or year-index >= year-entry-count.


       scan-one-year-entry.

           add 1 to year-index.

           if yr-year(year-index) = record-year
               move 'Y' to year-found-flag
           end-if.


       count-one-complete-year.

           if yr-complete-months(year-index) = 12
               add 1 to complete-year-count
           end-if.


       clear-one-normal-entry.

           move 0 to nm-year-count(month-of-year-index).
           move 0 to nm-first-year(month-of-year-index).
           move 0 to nm-last-year(month-of-year-index).
           move 0 to nm-mean-sum(month-of-year-index).
           move 0 to nm-min-sum(month-of-year-index).
           move 0 to nm-max-sum(month-of-year-index).
           move 0 to nm-precip-sum(month-of-year-index).
           move 0 to nm-hdd-sum(month-of-year-index).
           move 0 to nm-cdd-sum(month-of-year-index).


       walk-site-months-for-normals.

           perform position-to-site-months.
           perform add-one-month-to-normal until more-records = 'N'.


       add-one-month-to-normal.

           read climate-month-file next record
               at end
                   move 'N' to more-records
               not at end
                   if cm-location not = location
                       move 'N' to more-records
                   else
                       move cm-month(1:4) to record-year
                       perform find-year-entry
                       if year-found-flag = 'Y'
                          and yr-complete-months(year-index) = 12
                           perform add-month-figures
                       end-if
                   end-if
           end-read.


       add-month-figures.

           move cm-month(5:2) to month-of-year-index.

           add 1 to nm-year-count(month-of-year-index).

           if nm-first-year(month-of-year-index) = 0
               move record-year to nm-first-year(month-of-year-index)
           end-if.
           move record-year to nm-last-year(month-of-year-index).

           add function numval(cm-mean-c)
             to nm-mean-sum(month-of-year-index).
           add function numval(cm-mean-min-c)
             to nm-min-sum(month-of-year-index).
           add function numval(cm-mean-max-c)
             to nm-max-sum(month-of-year-index).
           add function numval(cm-precip)
             to nm-precip-sum(month-of-year-index).
           add function numval(cm-hdd)
             to nm-hdd-sum(month-of-year-index).
           add function numval(cm-cdd)
             to nm-cdd-sum(month-of-year-index).


      *> a month with no complete year behind it has no normal;
      *> one left over from an earlier run is taken off the store.
       keep-one-normal.

           move spaces              to climate-normal-record.
           move location            to cn-location.
           move month-of-year-index to cn-month-of-year.

           read climate-normal-file
               invalid key
                   move 'N' to record-found-flag
               not invalid key
                   move 'Y' to record-found-flag
           end-read.

           if nm-year-count(month-of-year-index) = 0
               if record-found-flag = 'Y'
                   delete climate-normal-file record
                       invalid key
                           continue
                   end-delete
               end-if
           else
               perform fill-normal-record
               if record-found-flag = 'Y'
                   rewrite climate-normal-record
                       invalid key
                           continue
                   end-rewrite
               else
                   write climate-normal-record
                       invalid key
                           continue
                   end-write
               end-if
               add 1 to normals-written-count
           end-if.


       fill-normal-record.

           move spaces              to climate-normal-record.
           move location            to cn-location.
           move month-of-year-index to cn-month-of-year.

           move nm-year-count(month-of-year-index) to cn-year-count.
           move nm-first-year(month-of-year-index) to cn-first-year.
           move nm-last-year(month-of-year-index)  to cn-last-year.

           compute figure-num rounded =
               nm-mean-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-mean-c.

           compute figure-num rounded =
               nm-min-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-mean-min-c.

           compute figure-num rounded =
               nm-max-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-mean-max-c.

           compute figure-num rounded =
               nm-precip-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-precip.

           compute figure-num rounded =
               nm-hdd-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-hdd.

           compute figure-num rounded =
               nm-cdd-sum(month-of-year-index)
               / nm-year-count(month-of-year-index).
           move figure-num    to figure-edited.
           move figure-edited to cn-cdd.

           move current-timestamp(1:14) to cn-built-timestamp.


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


      *> the reading's date on the site's own clock: shift the
      *> stamped time by the site's minutes against the server
      *> and let the date borrow or carry a day as needed.
       resolve-site-local-date.

           move reading-timestamp(1:8) to local-date-part.
           compute local-day-number =
               function integer-of-date(local-date-part).
           compute local-minutes-num =
               function numval(reading-timestamp(9:2)) * 60
               + function numval(reading-timestamp(11:2))
               + site-shift-minutes.

           if local-minutes-num < 0
               subtract 1 from local-day-number
           else
               if local-minutes-num >= 1440
                   add 1 to local-day-number
               end-if
           end-if.

           compute local-date-part =
               function date-of-integer(local-day-number).
           move local-date-part to local-date.


       end program climnorm.
