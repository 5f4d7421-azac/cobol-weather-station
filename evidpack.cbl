       identification division.
       program-id. evidpack.

      *> the insurance evidence pack for one site over one window -
      *> the night a door blew in, say. a claims adjuster's
      *> question used to be answered by pulling each file by hand;
      *> this gathers everything on file about the site between the
      *> two timestamps into one paginated report in time order,
      *> weather-evidence.rpt:
      *>   - every reading, provider and sensor, off the history
      *>     store and, for a month archpurg has already rolled
      *>     off, off that month's weather-history-yyyymm.arc;
      *>   - the alert lines raised, off weather-alerts.dat and the
      *>     dated weather-alerts-yyyymm.arc archives;
      *>   - the episode timeline off the alert-status store -
      *>     opened, last seen breached with its peak, acknowledged
      *>     and by whom, escalated, cleared - for the episode each
      *>     alert type holds on the store;
      *>   - the audit records showing the polls actually ran, off
      *>     weather-audit.dat and the weather-audit-yyyymm.arc
      *>     archives;
      *>   - the sensor / provider pairing for each sensor reading,
      *>     judged as snsrvrpt judges it.
      *> the live files and the archives are read the same way, so
      *> it makes no difference to the pack where a month now
      *> lives. every figure carries its provenance - which
      *> provider (primary, backup or a backfilled hour) or our own
      *> roof sensor - and the file it came off. the pack ends
      *> with the records read and taken from every file it
      *> looked at, and the ones it looked for that were not
      *> there, so it can be certified as complete. a pack that
      *> overflowed its table, or met more readings than the
      *> pairing can hold, says so under every page heading and
      *> ends with return-code 4.
      *>
      *> interactive, like alertack: the site-name and the from
      *> and to timestamps are asked for (yyyymmdd, yyyymmddhhmm
      *> or yyyymmddhhmmss - a bare to-date runs to the end of that
      *> day). timestamps are on the server clock the stores are
      *> stamped with.

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

           select alert-status-file
               assign to alert-status-file-name
               file status is alert-status-file-status
               organization is indexed
               access mode is dynamic
               record key is as-key.

           select evidence-in-file
               assign to evidence-in-file-name
               file status is evidence-in-file-status
               organization is line sequential.

           select evidence-report-file
               assign to evidence-report-file-name
               file status is evidence-report-file-status
               organization is line sequential.

       data division.

       file section.

       fd  locations-file.
       01  locations-record               pic x(255).

       fd  weather-history-file.
       copy wthrhisx.

       fd  alert-status-file.
       copy wthralst.

      *> the line-sequential sources - live and archived alike -
      *> all come in through this one fd; each file's own layout
      *> is laid over the line in working-storage.
       fd  evidence-in-file.
       01  evidence-in-record             pic x(400).

       fd  evidence-report-file.
       01  evidence-report-record         pic x(160).

       working-storage section.

       copy wthralrt.
       copy wthraudt.
       copy sitecols.

      *> the monthly history archive as archpurg writes it: the
      *> old line-sequential history layout with the source column
      *> on the end.
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

       01  locations-file-name            pic x(64)
                                          value './LOCATIONS.MASTER'.
       01  locations-file-status          pic x(2).

       01  weather-history-file-name      pic x(64)
                                          value
                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

       01  alert-status-file-name         pic x(64)
                                          value
                                       './weather-alert-status.idx'.
       01  alert-status-file-status       pic x(2).

       01  evidence-in-file-name          pic x(64).
       01  evidence-in-file-status        pic x(2).

       01  evidence-report-file-name      pic x(64)
                                          value
                                          './weather-evidence.rpt'.
       01  evidence-report-file-status    pic x(2).

       01  more-locations                 pic x(1).
       01  more-records                   pic x(1).

       01  inquiry-site                   pic x(30).
       01  inquiry-from                   pic x(20).
       01  inquiry-to                     pic x(20).
       01  input-length                   pic 9(4) comp.
       01  input-ok-flag                  pic x(1).

       01  site-found-flag                pic x(1) value 'N'.
       01  location                       pic x(255).

       01  window-from                    pic x(14).
       01  window-to                      pic x(14).
       01  window-from-month              pic 9(6).
       01  window-to-month                pic 9(6).
       01  archive-month                  pic 9(6).
       01  archive-year                   pic 9(4).
       01  archive-month-of-year          pic 9(2).

       01  current-timestamp              pic x(21).

      *> one row per file the pack looked at: read / taken counts,
      *> or 'M' when it was not on file.
       01  max-source-entries             pic 9(4) value 120.
       01  source-entry-count             pic 9(4) comp value 0.
       01  source-index                   pic 9(4) comp.

       01  source-table.
           03  source-entry occurs 120 times.
               05  sf-name               pic x(40).
               05  sf-state              pic x(1).
               05  sf-read               pic 9(8) comp.
               05  sf-taken              pic 9(8) comp.

       01  current-source-name            pic x(40).

      *> the pack itself, kept in timestamp order as it is built -
      *> a new line goes in after every line already there with
      *> the same or an earlier timestamp, so lines off one file
      *> keep the order they were written in.
       01  max-evidence-entries           pic 9(4) value 3000.
       01  evidence-entry-count           pic 9(4) comp value 0.
       01  evidence-dropped-count         pic 9(4) comp value 0.
       01  insert-index                   pic 9(4) comp.
       01  table-index                    pic 9(4) comp.

       01  evidence-table.
           03  evidence-entry occurs 3000 times.
               05  ev-timestamp          pic x(14).
               05  ev-kind               pic x(10).
               05  ev-provenance         pic x(18).
               05  ev-detail             pic x(72).
               05  ev-file               pic x(32).

       01  new-evidence-entry.
           03  ne-timestamp              pic x(14).
           03  ne-kind                   pic x(10).
           03  ne-provenance             pic x(18).
           03  ne-detail                 pic x(72).
           03  ne-file                   pic x(32).

      *> readings kept aside for the sensor / provider pairing.
       01  max-reading-entries            pic 9(4) value 2000.
       01  reading-entry-count            pic 9(4) comp value 0.
       01  readings-dropped-count         pic 9(4) comp value 0.
       01  reading-scan-index             pic 9(4) comp.

       01  reading-table.
           03  reading-entry occurs 2000 times.
               05  rd-timestamp          pic x(14).
               05  rd-source             pic x(1).
               05  rd-temp               pic s9(3)v9(1).
               05  rd-wind               pic s9(5)v9(1).
               05  rd-file               pic x(32).

       01  pair-found-flag                pic x(1).
       01  pair-index                     pic 9(4) comp.

      *> the same divergence tolerances snsrvrpt judges on.
       01  temp-tolerance-c               pic 9(3)v9(1) value 2.0.
       01  wind-tolerance-k               pic 9(3)v9(1) value 8.0.

       01  temp-diff-num                  pic s9(5)v9(1).
       01  wind-diff-num                  pic s9(5)v9(1).
       01  temp-diff-abs                  pic s9(5)v9(1).
       01  wind-diff-abs                  pic s9(5)v9(1).
       01  pair-count                     pic 9(4) comp value 0.
       01  unpaired-count                 pic 9(4) comp value 0.
       01  divergent-count                pic 9(4) comp value 0.

       01  report-sensor-temp             pic -(3)9.9.
       01  report-provider-temp           pic -(3)9.9.
       01  report-temp-diff               pic -(3)9.9.
       01  report-sensor-wind             pic -(4)9.9.
       01  report-provider-wind           pic -(4)9.9.
       01  report-wind-diff               pic -(4)9.9.

      *> the fields of the reading being taken, whichever file it
      *> came off.
       01  reading-timestamp              pic x(14).
       01  reading-source                 pic x(1).
       01  reading-celsius                pic x(06).
       01  reading-weather-desc           pic x(30).
       01  reading-windspeed-k            pic x(06).
       01  reading-humidity               pic x(06).
       01  reading-pressure               pic x(06).
       01  reading-cloudcover             pic x(06).
       01  reading-precip                 pic x(06).

       01  status-meaning                 pic x(20).

      *> the page layout of weather-evidence.rpt.
       01  lines-per-page                 pic 9(4) comp value 60.
       01  page-line-count                pic 9(4) comp value 0.
       01  page-number                    pic 9(4) comp value 0.
       01  report-page-number             pic zzz9.

       01  report-count-read              pic zzzzzzz9.
       01  report-count-taken             pic zzzzzzz9.
       01  report-entry-count             pic zzzzzzz9.

       01  print-line.
           03  pl-date                   pic x(10).
           03  filler                    pic x(01).
           03  pl-time                   pic x(08).
           03  filler                    pic x(02).
           03  pl-kind                   pic x(10).
           03  filler                    pic x(01).
           03  pl-provenance             pic x(18).
           03  filler                    pic x(01).
           03  pl-detail                 pic x(72).
           03  filler                    pic x(01).
           03  pl-file                   pic x(32).

       01  evidpack-return-value          pic 9(8) comp value zeroes.

       procedure division.


       run-evidpack.

           display "=== insurance evidence pack ===".

           move function current-date to current-timestamp.

           perform take-evidence-request.

           if input-ok-flag = 'N'
               move 8 to evidpack-return-value
               move evidpack-return-value to return-code
               goback
           end-if.

           perform collect-history-readings.
           perform collect-alert-lines.
           perform collect-episode-timeline.
           perform collect-audit-records.
           perform collect-sensor-pairings.

           perform write-evidence-report.

           display "evidence lines:    " evidence-entry-count.
           display "pairings:          " pair-count
                   "  unpaired sensor readings: " unpaired-count
                   "  beyond tolerance: " divergent-count.
           display "pack written to "
                   function trim(evidence-report-file-name).

           if evidence-dropped-count > 0
               display "WARNING: " evidence-dropped-count
                       " line(s) did not fit - the pack is "
                       "INCOMPLETE; narrow the window"
               move 4 to evidpack-return-value
           end-if.

           if readings-dropped-count > 0
               display "WARNING: " readings-dropped-count
                       " reading(s) did not fit the pairing table - "
                       "the pack is INCOMPLETE; narrow the window"
               move 4 to evidpack-return-value
           end-if.

           move evidpack-return-value to return-code.

           goback.


       take-evidence-request.

           move 'Y' to input-ok-flag.

           display "site-name:".
           move spaces to inquiry-site.
           accept inquiry-site.

           display "from (yyyymmdd[hhmm[ss]]):".
           move spaces to inquiry-from.
           accept inquiry-from.

           display "to (yyyymmdd[hhmm[ss]]):".
           move spaces to inquiry-to.
           accept inquiry-to.

           perform find-site-in-master.

           if site-found-flag = 'N'
               display "site not on the locations master: "
                        function trim(inquiry-site)
               move 'N' to input-ok-flag
           end-if.

           if input-ok-flag = 'Y'
               perform resolve-window-from
           end-if.

           if input-ok-flag = 'Y'
               perform resolve-window-to
           end-if.

           if input-ok-flag = 'Y'
              and window-from > window-to
               display "the from timestamp is after the to timestamp"
               move 'N' to input-ok-flag
           end-if.

           if input-ok-flag = 'Y'
               move window-from(1:6) to window-from-month
               move window-to(1:6)   to window-to-month
               display "site " function trim(site-name) " ("
                       function trim(location) ") from "
                       window-from " to " window-to
           end-if.


      *> a bare date starts at midnight.
       resolve-window-from.

           move function length(function trim(inquiry-from))
             to input-length.

           if (input-length = 8 or input-length = 12
               or input-length = 14)
              and function test-numval(inquiry-from) = 0
               move all '0' to window-from
               move inquiry-from(1:input-length)
                 to window-from(1:input-length)
           else
               display "from must be yyyymmdd, yyyymmddhhmm or "
                       "yyyymmddhhmmss: " function trim(inquiry-from)
               move 'N' to input-ok-flag
           end-if.


      *> a bare date runs to the last second of the day.
       resolve-window-to.

           move function length(function trim(inquiry-to))
             to input-length.

           if (input-length = 8 or input-length = 12
               or input-length = 14)
              and function test-numval(inquiry-to) = 0
               move "000000235959" to window-to
               move inquiry-to(1:input-length)
                 to window-to(1:input-length)
               if input-length = 8
                   move "235959" to window-to(9:6)
               end-if
               if input-length = 12
                   move "59" to window-to(13:2)
               end-if
           else
               display "to must be yyyymmdd, yyyymmddhhmm or "
                       "yyyymmddhhmmss: " function trim(inquiry-to)
               move 'N' to input-ok-flag
           end-if.


       find-site-in-master.

           move 'N' to site-found-flag.
           move 'Y' to more-locations.

           open input locations-file.

           if locations-file-status <> '00'
               display "WARNING: could not open "
                        function trim(locations-file-name)
                        " status " locations-file-status
               move 'N' to more-locations
           end-if.

           perform match-one-master-record
               until more-locations = 'N'.

           if locations-file-status = '00'
              or locations-file-status = '10'
               close locations-file
           end-if.


       match-one-master-record.

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
                   if function trim(site-name)
                      = function trim(inquiry-site)
                       move 'Y' to site-found-flag
                       move 'N' to more-locations
                       move
                           function concatenate(
                                       function trim(site-city);
                                       ",";
                                       function trim(site-region))
                           to location
                   end-if
           end-read.


      *> a file the pack looks at gets a row in the source table;
      *> source-index is left pointing at it.
       register-source-file.

           if source-entry-count < max-source-entries
               add 1 to source-entry-count
               move source-entry-count  to source-index
               move current-source-name to sf-name(source-index)
               move 'R'                 to sf-state(source-index)
               move 0                   to sf-read(source-index)
               move 0                   to sf-taken(source-index)
           else
               display "WARNING: source table full, not counting "
                        function trim(current-source-name)
               move max-source-entries to source-index
           end-if.


       add-evidence-entry.

           if evidence-entry-count >= max-evidence-entries
               add 1 to evidence-dropped-count
           else
               add 1 to evidence-entry-count
               move evidence-entry-count to insert-index
               perform shift-one-evidence-entry
                   until insert-index = 1
                      or ev-timestamp(insert-index - 1)
                         <= ne-timestamp
               move new-evidence-entry to evidence-entry(insert-index)
           end-if.


       shift-one-evidence-entry.

           move evidence-entry(insert-index - 1)
             to evidence-entry(insert-index).
           subtract 1 from insert-index.


      *> the archives of every month the window touches, then the
      *> live store - archpurg moves a month out whole, so a
      *> reading is in one or the other.
       collect-history-readings.

           move window-from-month to archive-month.

           perform collect-one-history-archive
               until archive-month > window-to-month.

           move "weather-history.idx" to current-source-name.
           perform register-source-file.

           open input weather-history-file.

           if weather-history-file-status <> '00'
               move 'M' to sf-state(source-index)
           else
               move spaces      to weather-history-ix-record
               move location    to whx-location
               move window-from to whx-timestamp
               move 'Y'         to more-records
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
                      or whx-timestamp > window-to
                       move 'N' to more-records
                   else
                       add 1 to sf-read(source-index)
                       move whx-timestamp    to reading-timestamp
                       move whx-source       to reading-source
                       move whx-celsius      to reading-celsius
                       move whx-weather-desc to reading-weather-desc
                       move whx-windspeed-k  to reading-windspeed-k
                       move whx-humidity     to reading-humidity
                       move whx-pressure     to reading-pressure
                       move whx-cloudcover   to reading-cloudcover
                       move whx-precip       to reading-precip
                       perform take-one-reading
                   end-if
           end-read.


       collect-one-history-archive.

           move
               function concatenate(
                           "weather-history-";
                           archive-month;
                           ".arc")
               to current-source-name.
           perform register-source-file.

           move function concatenate("./";
                                     function trim(current-source-name))
             to evidence-in-file-name.
           move 'Y' to more-records.

           open input evidence-in-file.

           if evidence-in-file-status <> '00'
               move 'M' to sf-state(source-index)
           else
               perform read-one-archived-reading
                   until more-records = 'N'
               close evidence-in-file
           end-if.

           perform step-archive-month.


       read-one-archived-reading.

           read evidence-in-file
               at end
                   move 'N' to more-records
               not at end
                   add 1 to sf-read(source-index)
                   move evidence-in-record to history-archive-record
                   if ha-location = location
                      and ha-timestamp >= window-from
                      and ha-timestamp <= window-to
                       move ha-timestamp    to reading-timestamp
                       move ha-source       to reading-source
                       move ha-celsius      to reading-celsius
                       move ha-weather-desc to reading-weather-desc
                       move ha-windspeed-k  to reading-windspeed-k
                       move ha-humidity     to reading-humidity
                       move ha-pressure     to reading-pressure
                       move ha-cloudcover   to reading-cloudcover
                       move ha-precip       to reading-precip
                       perform take-one-reading
                   end-if
           end-read.


       step-archive-month.

           move archive-month(1:4) to archive-year.
           move archive-month(5:2) to archive-month-of-year.

           if archive-month-of-year = 12
               add 1 to archive-year
               move 1 to archive-month-of-year
           else
               add 1 to archive-month-of-year
           end-if.

           compute archive-month =
               archive-year * 100 + archive-month-of-year.


       take-one-reading.

           add 1 to sf-taken(source-index).

           move spaces            to new-evidence-entry.
           move reading-timestamp to ne-timestamp.
           move "READING"         to ne-kind.
           move current-source-name to ne-file.

           perform describe-reading-source.

           string "temp " delimited by size
                  function trim(reading-celsius) delimited by size
                  "C  wind " delimited by size
                  function trim(reading-windspeed-k) delimited by size
                  "km/h  precip " delimited by size
                  function trim(reading-precip) delimited by size
                  "mm  hum " delimited by size
                  function trim(reading-humidity) delimited by size
                  "%  press " delimited by size
                  function trim(reading-pressure) delimited by size
                  "  " delimited by size
                  function trim(reading-weather-desc) delimited by size
               into ne-detail
           end-string.

           perform add-evidence-entry.

           if reading-entry-count < max-reading-entries
               add 1 to reading-entry-count
               move reading-timestamp
                 to rd-timestamp(reading-entry-count)
               move reading-source
                 to rd-source(reading-entry-count)
               move function numval(reading-celsius)
                 to rd-temp(reading-entry-count)
               move function numval(reading-windspeed-k)
                 to rd-wind(reading-entry-count)
               move current-source-name
                 to rd-file(reading-entry-count)
           else
               add 1 to readings-dropped-count
           end-if.


      *> the provenance of a figure is the whole point of the pack:
      *> an adjuster weighs our own roof instrument and the
      *> provider's figure differently, and a backfilled hour was
      *> never a live poll.
       describe-reading-source.

           evaluate reading-source
               when 'S'
                   move "SENSOR own roof"   to ne-provenance
               when 'B'
                   move "PROVIDER backup"   to ne-provenance
               when 'H'
                   move "PROVIDER backfill" to ne-provenance
               when other
                   move "PROVIDER primary"  to ne-provenance
           end-evaluate.


       collect-alert-lines.

           move window-from-month to archive-month.

           perform collect-one-alert-archive
               until archive-month > window-to-month.

           move "weather-alerts.dat" to current-source-name.
           perform collect-alert-file.


       collect-one-alert-archive.

           move
               function concatenate(
                           "weather-alerts-";
                           archive-month;
                           ".arc")
               to current-source-name.

           perform collect-alert-file.
           perform step-archive-month.


       collect-alert-file.

           perform register-source-file.

           move function concatenate("./";
                                     function trim(current-source-name))
             to evidence-in-file-name.
           move 'Y' to more-records.

           open input evidence-in-file.

           if evidence-in-file-status <> '00'
               move 'M' to sf-state(source-index)
           else
               perform read-one-alert-line
                   until more-records = 'N'
               close evidence-in-file
           end-if.


      *> the alert lines are raised off the provider's live reading
      *> (getweathr's thresholds and trendchk's trends), never off
      *> the roof sensor.
       read-one-alert-line.

           read evidence-in-file
               at end
                   move 'N' to more-records
               not at end
                   add 1 to sf-read(source-index)
                   move evidence-in-record to weather-alert-record
                   if wa-location = location
                      and wa-timestamp >= window-from
                      and wa-timestamp <= window-to
                       add 1 to sf-taken(source-index)
                       move spaces              to new-evidence-entry
                       move wa-timestamp        to ne-timestamp
                       move "ALERT"             to ne-kind
                       move "PROVIDER reading"  to ne-provenance
                       move current-source-name to ne-file
                       string function trim(wa-alert-type)
                                  delimited by size
                              " raised - value " delimited by size
                              function trim(wa-value)
                                  delimited by size
                              " threshold " delimited by size
                              function trim(wa-threshold)
                                  delimited by size
                           into ne-detail
                       end-string
                       perform add-evidence-entry
                   end-if
           end-read.


      *> the store keeps the latest episode of each alert type for
      *> the site; each of its moments that falls in the window
      *> goes into the pack.
       collect-episode-timeline.

           move "weather-alert-status.idx" to current-source-name.
           perform register-source-file.

           open input alert-status-file.

           if alert-status-file-status <> '00'
               move 'M' to sf-state(source-index)
           else
               move low-values to as-key
               move location   to as-location
               move 'Y'        to more-records
               start alert-status-file
                   key is greater than or equal to as-key
                   invalid key
                       move 'N' to more-records
               end-start
               perform read-one-episode
                   until more-records = 'N'
               close alert-status-file
           end-if.


       read-one-episode.

           read alert-status-file next record
               at end
                   move 'N' to more-records
               not at end
                   if as-location not = location
                       move 'N' to more-records
                   else
                       add 1 to sf-read(source-index)
                       perform take-episode-moments
                   end-if
           end-read.


       take-episode-moments.

           move spaces              to new-evidence-entry.
           move "EPISODE"           to ne-kind.
           move "PROVIDER reading"  to ne-provenance.
           move current-source-name to ne-file.

           if as-open-timestamp >= window-from
              and as-open-timestamp <= window-to
               move as-open-timestamp to ne-timestamp
               move spaces to ne-detail
               string function trim(as-alert-type) delimited by size
                      " opened - threshold " delimited by size
                      function trim(as-threshold) delimited by size
                   into ne-detail
               end-string
               perform add-episode-moment
           end-if.

           if as-last-timestamp >= window-from
              and as-last-timestamp <= window-to
               move as-last-timestamp to ne-timestamp
               move spaces to ne-detail
               string function trim(as-alert-type) delimited by size
                      " last seen breached - peak " delimited by size
                      function trim(as-peak-value) delimited by size
                      " over " delimited by size
                      as-breach-count delimited by size
                      " breaches" delimited by size
                   into ne-detail
               end-string
               perform add-episode-moment
           end-if.

           if as-ack-flag = 'Y'
              and as-ack-timestamp >= window-from
              and as-ack-timestamp <= window-to
               move as-ack-timestamp to ne-timestamp
               move spaces to ne-detail
               string function trim(as-alert-type) delimited by size
                      " acknowledged by " delimited by size
                      function trim(as-ack-by) delimited by size
                   into ne-detail
               end-string
               perform add-episode-moment
           end-if.

           if as-escalated-flag = 'Y'
              and as-escalate-timestamp >= window-from
              and as-escalate-timestamp <= window-to
               move as-escalate-timestamp to ne-timestamp
               move spaces to ne-detail
               string function trim(as-alert-type) delimited by size
                      " escalated - still unacknowledged"
                          delimited by size
                   into ne-detail
               end-string
               perform add-episode-moment
           end-if.

           if as-state = 'C'
              and as-clear-timestamp >= window-from
              and as-clear-timestamp <= window-to
               move as-clear-timestamp to ne-timestamp
               move spaces to ne-detail
               string function trim(as-alert-type) delimited by size
                      " cleared - peak was " delimited by size
                      function trim(as-peak-value) delimited by size
                   into ne-detail
               end-string
               perform add-episode-moment
           end-if.


       add-episode-moment.

           add 1 to sf-taken(source-index).
           perform add-evidence-entry.


       collect-audit-records.

           move window-from-month to archive-month.

           perform collect-one-audit-archive
               until archive-month > window-to-month.

           move "weather-audit.dat" to current-source-name.
           perform collect-audit-file.


       collect-one-audit-archive.

           move
               function concatenate(
                           "weather-audit-";
                           archive-month;
                           ".arc")
               to current-source-name.

           perform collect-audit-file.
           perform step-archive-month.


       collect-audit-file.

           perform register-source-file.

           move function concatenate("./";
                                     function trim(current-source-name))
             to evidence-in-file-name.
           move 'Y' to more-records.

           open input evidence-in-file.

           if evidence-in-file-status <> '00'
               move 'M' to sf-state(source-index)
           else
               perform read-one-audit-line
                   until more-records = 'N'
               close evidence-in-file
           end-if.


       read-one-audit-line.

           read evidence-in-file
               at end
                   move 'N' to more-records
               not at end
                   add 1 to sf-read(source-index)
                   move evidence-in-record to audit-record
                   if au-location = location
                      and au-timestamp >= window-from
                      and au-timestamp <= window-to
                       add 1 to sf-taken(source-index)
                       perform take-one-audit-record
                   end-if
           end-read.


       take-one-audit-record.

           evaluate au-wthr-status
               when 'S'
                   move "fresh reading"      to status-meaning
               when 'L'
                   move "stale - last known" to status-meaning
               when 'F'
                   move "failed"             to status-meaning
               when 'Q'
                   move "quota soft-stop"    to status-meaning
               when other
                   move "run record"         to status-meaning
           end-evaluate.

           move spaces              to new-evidence-entry.
           move au-timestamp        to ne-timestamp.
           move "AUDIT"             to ne-kind.
           move "batch audit trail" to ne-provenance.
           move current-source-name to ne-file.

           string "poll ran - " delimited by size
                  function trim(status-meaning) delimited by size
                  " (status " delimited by size
                  au-wthr-status delimited by size
                  ") return " delimited by size
                  au-return-value delimited by size
                  " result " delimited by size
                  au-result-flag delimited by size
               into ne-detail
           end-string.

           perform add-evidence-entry.


      *> each sensor reading is paired with the provider's reading
      *> for the same clock hour - the first one in the hour, but a
      *> live poll wins over a backfilled hour - and judged on the
      *> same tolerances as snsrvrpt.
       collect-sensor-pairings.

           perform pair-one-sensor-reading
               varying table-index from 1 by 1
               until table-index > reading-entry-count.


       pair-one-sensor-reading.

           if rd-source(table-index) = 'S'
               move 'N' to pair-found-flag
               move table-index to pair-index
               perform match-one-provider-reading
                   varying reading-scan-index from 1 by 1
                   until reading-scan-index > reading-entry-count
               perform take-one-pairing
           end-if.


       match-one-provider-reading.

           if rd-source(reading-scan-index) not = 'S'
              and rd-timestamp(reading-scan-index)(1:10)
                  = rd-timestamp(table-index)(1:10)
              and (pair-found-flag = 'N'
                   or (rd-source(pair-index) = 'H'
                       and rd-source(reading-scan-index) not = 'H'))
               move 'Y'                to pair-found-flag
               move reading-scan-index to pair-index
           end-if.


       take-one-pairing.

           move spaces                  to new-evidence-entry.
           move rd-timestamp(table-index) to ne-timestamp.
           move "PAIRING"               to ne-kind.
           move rd-file(table-index)    to ne-file.

           move rd-temp(table-index) to report-sensor-temp.
           move rd-wind(table-index) to report-sensor-wind.

           if pair-found-flag = 'N'
               add 1 to unpaired-count
               move "SENSOR own roof" to ne-provenance
               string "sensor " delimited by size
                      report-sensor-temp delimited by size
                      "C/" delimited by size
                      report-sensor-wind delimited by size
                      "km/h - no provider reading that hour"
                          delimited by size
                   into ne-detail
               end-string
           else
               add 1 to pair-count
               compute temp-diff-num =
                   rd-temp(table-index) - rd-temp(pair-index)
               compute wind-diff-num =
                   rd-wind(table-index) - rd-wind(pair-index)
               move temp-diff-num to temp-diff-abs
               if temp-diff-abs < 0
                   compute temp-diff-abs = 0 - temp-diff-abs
               end-if
               move wind-diff-num to wind-diff-abs
               if wind-diff-abs < 0
                   compute wind-diff-abs = 0 - wind-diff-abs
               end-if
               move rd-temp(pair-index) to report-provider-temp
               move rd-wind(pair-index) to report-provider-wind
               move temp-diff-num       to report-temp-diff
               move wind-diff-num       to report-wind-diff
               if rd-source(pair-index) = 'H'
                   move "SENSOR v backfill" to ne-provenance
               else
                   move "SENSOR v PROVIDER" to ne-provenance
               end-if
               string "temp " delimited by size
                      report-sensor-temp delimited by size
                      "/" delimited by size
                      report-provider-temp delimited by size
                      " diff " delimited by size
                      report-temp-diff delimited by size
                      "  wind " delimited by size
                      report-sensor-wind delimited by size
                      "/" delimited by size
                      report-provider-wind delimited by size
                      " diff " delimited by size
                      report-wind-diff delimited by size
                   into ne-detail
               end-string
               if temp-diff-abs > temp-tolerance-c
                  or wind-diff-abs > wind-tolerance-k
                   add 1 to divergent-count
                   move "DIVERGENCE" to ne-kind
               end-if
           end-if.

           perform add-evidence-entry.


       write-evidence-report.

           open output evidence-report-file.

           if evidence-report-file-status <> '00'
               display "WARNING: could not open "
                        function trim(evidence-report-file-name)
                        " status " evidence-report-file-status
                        " - pack not written"
               move 8 to evidpack-return-value
           else
               perform write-page-heading
               if evidence-entry-count = 0
                   move spaces to evidence-report-record
                   move "nothing on file for the site in the window"
                     to evidence-report-record
                   perform write-report-line
               end-if
               perform write-one-evidence-line
                   varying table-index from 1 by 1
                   until table-index > evidence-entry-count
               perform write-source-counts
               close evidence-report-file
           end-if.


       write-page-heading.

           add 1 to page-number.
           move page-number to report-page-number.
           move 0 to page-line-count.

           move spaces to evidence-report-record.
           string "WEATHER INCIDENT EVIDENCE PACK" delimited by size
                  "          page " delimited by size
                  report-page-number delimited by size
               into evidence-report-record
           end-string.

           if page-number = 1
               write evidence-report-record
           else
               write evidence-report-record after advancing page
           end-if.
           add 1 to page-line-count.

           move spaces to evidence-report-record.
           string "site " delimited by size
                  function trim(site-name) delimited by size
                  " (" delimited by size
                  function trim(location) delimited by size
                  ")  from " delimited by size
                  window-from delimited by size
                  " to " delimited by size
                  window-to delimited by size
                  "  prepared " delimited by size
                  current-timestamp(1:14) delimited by size
               into evidence-report-record
           end-string.
           perform write-report-line.

           if evidence-dropped-count > 0
              or readings-dropped-count > 0
               move spaces to evidence-report-record
               move "*** INCOMPLETE - lines did not fit, see the "
                  & "counts at the end ***"
                 to evidence-report-record
               perform write-report-line
           end-if.

           move spaces to evidence-report-record.
           perform write-report-line.

           move spaces to print-line.
           move "date"        to pl-date.
           move "time"        to pl-time.
           move "kind"        to pl-kind.
           move "provenance"  to pl-provenance.
           move "detail"      to pl-detail.
           move "source file" to pl-file.
           move print-line to evidence-report-record.
           perform write-report-line.

           move all '-' to evidence-report-record.
           perform write-report-line.


       write-report-line.

           write evidence-report-record.
           add 1 to page-line-count.


       write-one-evidence-line.

           if page-line-count >= lines-per-page
               perform write-page-heading
           end-if.

           move spaces to print-line.

           string ev-timestamp(table-index)(1:4) delimited by size
                  "-" delimited by size
                  ev-timestamp(table-index)(5:2) delimited by size
                  "-" delimited by size
                  ev-timestamp(table-index)(7:2) delimited by size
               into pl-date
           end-string.

           string ev-timestamp(table-index)(9:2) delimited by size
                  ":" delimited by size
                  ev-timestamp(table-index)(11:2) delimited by size
                  ":" delimited by size
                  ev-timestamp(table-index)(13:2) delimited by size
               into pl-time
           end-string.

           move ev-kind(table-index)       to pl-kind.
           move ev-provenance(table-index) to pl-provenance.
           move ev-detail(table-index)     to pl-detail.
           move ev-file(table-index)       to pl-file.

           move print-line to evidence-report-record.
           perform write-report-line.


      *> the certification block: every file the pack looked at,
      *> how many records it read off it and how many it took.
       write-source-counts.

           perform write-page-heading.

           move spaces to evidence-report-record.
           move "records per source file" to evidence-report-record.
           perform write-report-line.

           move spaces to evidence-report-record.
           move "source file                                 read"
              & "     taken"
             to evidence-report-record.
           perform write-report-line.

           perform write-one-source-count
               varying source-index from 1 by 1
               until source-index > source-entry-count.

           move spaces to evidence-report-record.
           perform write-report-line.

           move evidence-entry-count to report-entry-count.
           move spaces to evidence-report-record.
           string "evidence lines in the pack: " delimited by size
                  report-entry-count delimited by size
               into evidence-report-record
           end-string.
           perform write-report-line.

           move evidence-dropped-count to report-entry-count.
           move spaces to evidence-report-record.
           string "lines that did not fit:     " delimited by size
                  report-entry-count delimited by size
               into evidence-report-record
           end-string.
           perform write-report-line.

           move readings-dropped-count to report-entry-count.
           move spaces to evidence-report-record.
           string "readings left unpaired as " delimited by size
                  "the pairing table was full: " delimited by size
                  report-entry-count delimited by size
               into evidence-report-record
           end-string.
           perform write-report-line.


       write-one-source-count.

           if page-line-count >= lines-per-page
               perform write-page-heading
           end-if.

           move spaces to evidence-report-record.

           if sf-state(source-index) = 'M'
               string sf-name(source-index) delimited by size
                      "    not on file" delimited by size
                   into evidence-report-record
               end-string
           else
               move sf-read(source-index)  to report-count-read
               move sf-taken(source-index) to report-count-taken
               string sf-name(source-index) delimited by size
                      report-count-read delimited by size
                      "  " delimited by size
                      report-count-taken delimited by size
                   into evidence-report-record
               end-string
           end-if.

           perform write-report-line.

           display sf-name(source-index) " "
                   sf-state(source-index) " read "
                   sf-read(source-index) " taken "
                   sf-taken(source-index).


       end program evidpack.
