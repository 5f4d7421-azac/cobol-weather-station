       identification division.
       program-id. siterkey.

      *> controlled rename and merge of one site across every store
      *> keyed on its location string. everything in the system
      *> hangs off the 255-byte "city,region" string - the history
      *> store, the alert-status store, the forecast-accuracy and
      *> forecast-warning stores, the climate month and normals
      *> stores, the provider failover state, the
      *> audit trail, the alert lines, the alert-event feed, the
      *> api-usage ledger, both forecast generations and the
      *> coverage gap file - so when
      *> the provider changes how it spells a city, or a site moves
      *> town, the old readings are orphaned under the old string
      *> and every rollup treats the site as brand new.
      *>
      *> the change is read from site-rename.cfg (KEY=VALUE lines,
      *> the same parse as weather.cfg):
      *>   OLDLOCATION / NEWLOCATION - re-key every record under the
      *>       old location string to the new one. where the new
      *>       string already has records of its own the two are
      *>       merged; the site on the locations master that holds
      *>       the old location is moved to the new city and region.
      *>   OLDSITE / NEWSITE - rename the site-name on the locations
      *>       and thresholds masters (the hand-edited .DAT files
      *>       and the validated .MASTER files both, so the next
      *>       locmaint / thrmaint pass does not put it back) and on
      *>       the coverage gap file.
      *> either pair may be given alone, or both together.
      *>
      *> the run is report-only unless APPLY is on the command
      *> line: every store is counted, every record that would move
      *> is probed for a clash with a record already under the new
      *> key, and the masters are checked that the new site-name is
      *> not someone else's and the new location does not belong to
      *> a different site. any of those refuses the change - a
      *> report-only run ends with return-code 4 to say an apply
      *> would be refused, an APPLY run changes nothing and ends
      *> with return-code 8. an applied run ends with before and
      *> after record counts per store - in total, under the old
      *> key and under the new - so it can be shown that nothing
      *> was lost; totals that do not match give return-code 8.
      *>
      *> indexed stores are re-keyed in place, each record written
      *> under its new key and the old one deleted; the
      *> line-sequential files are rewritten through a side file
      *> and swapped in with mv, the same way archpurg and getfcast
      *> do. the monthly .arc archives are left as they were
      *> written, and so are the alert-event batches already cut
      *> for dispatch. run it with the batch stopped.
      *>
      *> an APPLY run asks for the operator's name first and
      *> writes what it did to the .MASTER files into the master
      *> change journal (weather-master-journal.dat, through
      *> jrnllog), as locmaint and thrmaint do - a RENAMED line per
      *> master row whose site-name moves, and a CHANGED line for
      *> the city and region of a site moved to a new location.
      *> the journal's earlier lines stay under the names they
      *> were written with; the RENAMED line joins the two up.

       environment division.

       input-output section.

       file-control.

           select control-file
               assign to control-file-name
               file status is control-file-status
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

           select forecast-accuracy-file
               assign to forecast-accuracy-file-name
               file status is forecast-accuracy-file-status
               organization is indexed
               access mode is dynamic
               record key is fa-key.

           select provider-state-file
               assign to provider-state-file-name
               file status is provider-state-file-status
               organization is indexed
               access mode is dynamic
               record key is pv-location.

           select forecast-warning-file
               assign to forecast-warning-file-name
               file status is forecast-warning-file-status
               organization is indexed
               access mode is dynamic
               record key is fw-key.

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

           select rekey-in-file
               assign to rekey-in-file-name
               file status is rekey-in-file-status
               organization is line sequential.

           select rekey-out-file
               assign to rekey-out-file-name
               file status is rekey-out-file-status
               organization is line sequential.

       data division.

       file section.

       fd  control-file.
       01  control-record                 pic x(255).

       fd  weather-history-file.
       copy wthrhisx.

       fd  alert-status-file.
       copy wthralst.

       fd  forecast-accuracy-file.
       copy wthrfacc.

       fd  provider-state-file.
       copy wthrprvs.

       fd  forecast-warning-file.
       copy wthrfwrn.

       fd  climate-month-file.
       copy wthrclmo.

       fd  climate-normal-file.
       copy wthrclnm.

      *> every line-sequential store goes through the one pair of
      *> fds; each store's own layout is laid over the line in
      *> working-storage, the way fcastrpt reads both forecast
      *> generations through one layout.
       fd  rekey-in-file.
       01  rekey-in-record                pic x(1024).

       fd  rekey-out-file.
       01  rekey-out-record               pic x(1024).

       working-storage section.

       copy wthraudt.
       copy wthralrt.
       copy wthrapiu.
       copy wthrfcst.
       copy wthrgap.
       copy wthralev.
       copy sitecols.
       copy thrcols.

       01  control-file-name              pic x(64)
                                          value './site-rename.cfg'.
       01  control-file-status            pic x(2).

       01  weather-history-file-name      pic x(64)
                                          value
                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

       01  alert-status-file-name         pic x(64)
                                          value
                                       './weather-alert-status.idx'.
       01  alert-status-file-status       pic x(2).

       01  forecast-accuracy-file-name    pic x(64)
                                          value
                                          './weather-fcaccy.idx'.
       01  forecast-accuracy-file-status  pic x(2).

       01  provider-state-file-name       pic x(64)
                                          value
                                          './weather-provider.idx'.
       01  provider-state-file-status     pic x(2).

       01  forecast-warning-file-name     pic x(64)
                                          value
                                          './weather-fcst-warn.idx'.
       01  forecast-warning-file-status   pic x(2).

       01  climate-month-file-name        pic x(64)
                                          value
                                       './weather-climate-month.idx'.
       01  climate-month-file-status      pic x(2).

       01  climate-normal-file-name       pic x(64)
                                          value
                                        './weather-climate-norm.idx'.
       01  climate-normal-file-status     pic x(2).

       01  rekey-in-file-name             pic x(64).
       01  rekey-in-file-status           pic x(2).

       01  rekey-out-file-name            pic x(64)
                                          value './siterkey.new'.
       01  rekey-out-file-status          pic x(2).

       01  more-control                   pic x(1) value 'Y'.
       01  more-records                   pic x(1).
       01  more-walk                      pic x(1).

       01  config-key                     pic x(40).
       01  config-value                   pic x(255).
       01  config-line-pointer            pic 9(4) comp.

       01  run-mode                       pic x(255).
       01  apply-mode-flag                pic x(1) value 'N'.

       01  old-location                   pic x(255) value spaces.
       01  new-location                   pic x(255) value spaces.
       01  new-city                       pic x(100).
       01  new-region                     pic x(100).
       01  old-site                       pic x(30) value spaces.
       01  new-site                       pic x(30) value spaces.

       01  rekey-location-flag            pic x(1) value 'N'.
       01  rename-site-flag               pic x(1) value 'N'.

       01  old-site-found-flag            pic x(1) value 'N'.
       01  new-site-taken-flag            pic x(1) value 'N'.
       01  new-site-threshold-count       pic 9(4) comp value 0.
       01  old-location-site              pic x(30) value spaces.
       01  new-location-site              pic x(30) value spaces.
       01  renamed-site                   pic x(30) value spaces.

       01  refuse-count                   pic 9(4) comp value 0.

       01  record-location                pic x(255).
       01  candidate-location             pic x(255).
       01  overflow-field                 pic x(100).
       01  record-changed-flag            pic x(1).
       01  line-length                    pic 9(4) comp.

       01  count-phase                    pic x(1).

      *> one row per store: 1-7 the indexed stores, 8-14 the
      *> line-sequential ones, 15-18 the masters ('L' locations,
      *> 'T' thresholds, for the csv handling).
       01  store-count                    pic 9(4) comp value 18.
       01  store-index                    pic 9(4) comp.

       01  store-table.
           03  store-entry occurs 18 times.
               05  st-name               pic x(30).
               05  st-file-name          pic x(64).
               05  st-kind               pic x(1).
               05  st-present-flag       pic x(1).
               05  st-total-before       pic 9(8) comp.
               05  st-total-after        pic 9(8) comp.
               05  st-old-before         pic 9(8) comp.
               05  st-old-after          pic 9(8) comp.
               05  st-new-before         pic 9(8) comp.
               05  st-new-after          pic 9(8) comp.
               05  st-moved              pic 9(8) comp.
               05  st-conflicts          pic 9(8) comp.

       01  saved-history-record           pic x(340).
       01  saved-status-record            pic x(400).
       01  saved-accuracy-record          pic x(320).
       01  saved-provider-record          pic x(300).
       01  saved-warning-record           pic x(380).
       01  saved-climate-month-record     pic x(350).
       01  saved-climate-normal-record    pic x(340).
       01  write-ok-flag                  pic x(1).

      *> 'C' probes each record that would move for a clash, 'A'
      *> moves it.
       01  walk-mode                      pic x(1).

       01  report-total-before            pic zzzzzzz9.
       01  report-total-after             pic zzzzzzz9.
       01  report-old-before              pic zzzzzzz9.
       01  report-old-after               pic zzzzzzz9.
       01  report-new-before              pic zzzzzzz9.
       01  report-new-after               pic zzzzzzz9.
       01  report-moved                   pic zzzzzzz9.
       01  report-conflicts               pic zzzzzzz9.

       01  move-command                   pic x(255).

       01  totals-match-flag              pic x(1) value 'Y'.

       01  current-timestamp              pic x(21).
       01  operator-name                  pic x(20) value spaces.

       01  journal-timestamp              pic x(14).
       01  journal-master                 pic x(10).
       01  journal-program                pic x(12) value "siterkey".
       01  journal-site-name              pic x(30).
       01  journal-row-key                pic x(20).
       01  journal-change                 pic x(12).
       01  journal-field                  pic x(12).
       01  journal-before                 pic x(255).
       01  journal-after                  pic x(255).
       01  journal-written-flag           pic x(1).

       01  journal-line-count             pic 9(4) comp value 0.
       01  journal-failed-count           pic 9(4) comp value 0.

       01  siterkey-return-value          pic 9(8) comp value zeroes.

       procedure division.


       run-siterkey.

           display "=== site rename / re-key ===".

           accept run-mode from command-line.

           if function upper-case(function trim(run-mode)) = "APPLY"
               move 'Y' to apply-mode-flag
               display "mode: APPLY"
               display "your name (for the master change journal):"
               accept operator-name
               if operator-name = spaces
                   display "no name given - nothing was changed"
                   move 8 to siterkey-return-value
                   move siterkey-return-value to return-code
                   goback
               end-if
               move function current-date to current-timestamp
               move current-timestamp(1:14) to journal-timestamp
           else
               display "mode: report only (APPLY on the command "
                       "line to make the change)"
           end-if.

           perform load-rename-control.

           if rekey-location-flag = 'N'
              and rename-site-flag = 'N'
               display "nothing to do - site-rename.cfg names no "
                       "OLDLOCATION/NEWLOCATION or OLDSITE/NEWSITE "
                       "change"
               move 8 to siterkey-return-value
               move siterkey-return-value to return-code
               goback
           end-if.

           perform set-up-store-table.

           perform check-master-sites.

           move 'B' to count-phase.
           perform count-all-stores.

           if rekey-location-flag = 'Y'
               perform probe-indexed-conflicts
           end-if.

           if refuse-count > 0
               perform print-report-only-counts
               if apply-mode-flag = 'Y'
                   display "REFUSED - " refuse-count
                           " problem(s) above; nothing was changed"
                   move 8 to siterkey-return-value
               else
                   display "an APPLY run would be refused - "
                           refuse-count " problem(s) above"
                   move 4 to siterkey-return-value
               end-if
           else
               if apply-mode-flag = 'Y'
                   perform apply-all-stores
                   move 'A' to count-phase
                   perform count-all-stores
                   perform print-before-after-counts
                   display "journal lines: " journal-line-count
                   if journal-failed-count > 0
                       display "WARNING: " journal-failed-count
                               " master change(s) could not be "
                               "journalled"
                   end-if
                   if totals-match-flag = 'N'
                       move 8 to siterkey-return-value
                   end-if
               else
                   perform print-report-only-counts
                   display "no clashes - the change can be applied"
               end-if
           end-if.

           move siterkey-return-value to return-code.

           goback.


      *> KEY=VALUE, split on the first '=' only, the same parse
      *> configld uses for weather.cfg.
       load-rename-control.

           open input control-file.

           if control-file-status <> '00'
               display "no rename control file on file (status "
                       control-file-status ")"
           else
               perform read-one-control-line until more-control = 'N'
               close control-file
           end-if.

           if old-location not = spaces
              and new-location not = spaces
              and old-location not = new-location
               move 'Y' to rekey-location-flag
               display "re-key location: "
                        function trim(old-location) " -> "
                        function trim(new-location)
               move spaces to new-city new-region
               unstring new-location delimited by ',' into
                        new-city
                        new-region
           end-if.

           if old-site not = spaces
              and new-site not = spaces
              and old-site not = new-site
               move 'Y' to rename-site-flag
               display "rename site:     "
                        function trim(old-site) " -> "
                        function trim(new-site)
           end-if.


       read-one-control-line.

           read control-file
               at end
                   move 'N' to more-control
               not at end
                   perform apply-one-control-line
           end-read.


       apply-one-control-line.

           move spaces to config-key config-value.
           move 1 to config-line-pointer.

           unstring control-record delimited by '=' into config-key
               with pointer config-line-pointer.

           if config-line-pointer <= length of control-record
               move control-record(config-line-pointer:)
                 to config-value
           end-if.

           evaluate function trim(config-key)
               when "OLDLOCATION"
                   move function trim(config-value) to old-location
               when "NEWLOCATION"
                   move function trim(config-value) to new-location
               when "OLDSITE"
                   move function trim(config-value) to old-site
               when "NEWSITE"
                   move function trim(config-value) to new-site
               when other
                   continue
           end-evaluate.


       set-up-store-table.

           move "weather-history.idx"       to st-name(1).
           move weather-history-file-name   to st-file-name(1).
           move "weather-alert-status.idx"  to st-name(2).
           move alert-status-file-name      to st-file-name(2).
           move "weather-fcaccy.idx"        to st-name(3).
           move forecast-accuracy-file-name to st-file-name(3).
           move "weather-provider.idx"      to st-name(4).
           move provider-state-file-name    to st-file-name(4).
           move "weather-fcst-warn.idx"     to st-name(5).
           move forecast-warning-file-name  to st-file-name(5).
           move "weather-climate-month.idx" to st-name(6).
           move climate-month-file-name     to st-file-name(6).
           move "weather-climate-norm.idx"  to st-name(7).
           move climate-normal-file-name    to st-file-name(7).
           move "weather-audit.dat"         to st-name(8).
           move "./weather-audit.dat"       to st-file-name(8).
           move "weather-alerts.dat"        to st-name(9).
           move "./weather-alerts.dat"      to st-file-name(9).
           move "weather-apicalls.dat"      to st-name(10).
           move "./weather-apicalls.dat"    to st-file-name(10).
           move "weather-forecast.dat"      to st-name(11).
           move "./weather-forecast.dat"    to st-file-name(11).
           move "weather-forecast-prev.dat" to st-name(12).
           move "./weather-forecast-prev.dat"
                                            to st-file-name(12).
           move "weather-gaps.dat"          to st-name(13).
           move "./weather-gaps.dat"        to st-file-name(13).
           move "weather-alert-events.dat"  to st-name(14).
           move "./weather-alert-events.dat"
                                            to st-file-name(14).
           move "LOCATIONS.MASTER"          to st-name(15).
           move "./LOCATIONS.MASTER"        to st-file-name(15).
           move "LOCATIONS.DAT"             to st-name(16).
           move "./LOCATIONS.DAT"           to st-file-name(16).
           move "THRESHOLDS.MASTER"         to st-name(17).
           move "./THRESHOLDS.MASTER"       to st-file-name(17).
           move "THRESHOLDS.DAT"            to st-name(18).
           move "./THRESHOLDS.DAT"          to st-file-name(18).

           perform set-up-one-store
               varying store-index from 1 by 1
               until store-index > store-count.


       set-up-one-store.

           evaluate true
               when store-index <= 7
                   move 'I' to st-kind(store-index)
               when store-index = 15 or store-index = 16
                   move 'L' to st-kind(store-index)
               when store-index = 17 or store-index = 18
                   move 'T' to st-kind(store-index)
               when other
                   move 'S' to st-kind(store-index)
           end-evaluate.

           move 'N' to st-present-flag(store-index).
           move 0   to st-total-before(store-index)
                       st-total-after(store-index)
                       st-old-before(store-index)
                       st-old-after(store-index)
                       st-new-before(store-index)
                       st-new-after(store-index)
                       st-moved(store-index)
                       st-conflicts(store-index).


      *> the masters decide whether the change is safe to make at
      *> all: the new site-name must not be in use, the new
      *> location must not already belong to a different site, and
      *> the old site must be there to rename.
       check-master-sites.

           move 15 to store-index.
           move st-file-name(store-index) to rekey-in-file-name.
           move 'Y' to more-records.

           open input rekey-in-file.

           if rekey-in-file-status <> '00'
               display "WARNING: could not open "
                        function trim(rekey-in-file-name)
                        " status " rekey-in-file-status
               move 'N' to more-records
           end-if.

           perform check-one-master-site until more-records = 'N'.

           if rekey-in-file-status = '00'
              or rekey-in-file-status = '10'
               close rekey-in-file
           end-if.

           if rename-site-flag = 'Y'
               move old-site to renamed-site
           else
               move old-location-site to renamed-site
           end-if.

           if rename-site-flag = 'Y'
              and old-site-found-flag = 'N'
               add 1 to refuse-count
               display "REFUSED: site " function trim(old-site)
                       " is not on the locations master"
           end-if.

           if rename-site-flag = 'Y'
              and new-site-taken-flag = 'Y'
               add 1 to refuse-count
               display "REFUSED: site-name " function trim(new-site)
                       " is already on the locations master"
           end-if.

           if rekey-location-flag = 'Y'
              and rename-site-flag = 'Y'
              and old-location-site not = spaces
              and old-location-site not = old-site
               add 1 to refuse-count
               display "REFUSED: " function trim(old-location)
                       " belongs to site "
                       function trim(old-location-site)
                       ", not " function trim(old-site)
           end-if.

      *> no site holding the old location means its records were
      *> orphaned when the master was edited by hand; folding them
      *> into the site that now holds the new location is the
      *> merge this is for.
           if rekey-location-flag = 'Y'
              and new-location-site not = spaces
              and renamed-site not = spaces
              and new-location-site not = renamed-site
               add 1 to refuse-count
               display "REFUSED: " function trim(new-location)
                       " already belongs to site "
                       function trim(new-location-site)
           end-if.

           if rename-site-flag = 'Y'
               perform check-new-site-thresholds
           end-if.


       check-one-master-site.

           read rekey-in-file
               at end
                   move 'N' to more-records
               not at end
                   perform split-location-line
                   if rename-site-flag = 'Y'
                      and site-name = old-site
                       move 'Y' to old-site-found-flag
                   end-if
                   if rename-site-flag = 'Y'
                      and site-name = new-site
                       move 'Y' to new-site-taken-flag
                   end-if
                   if rekey-location-flag = 'Y'
                      and candidate-location = old-location
                       move site-name to old-location-site
                   end-if
                   if rekey-location-flag = 'Y'
                      and candidate-location = new-location
                       move site-name to new-location-site
                   end-if
           end-read.


      *> threshold rows already filed under the new site-name
      *> would be merged with the renamed site's own profile rows
      *> and the two could overlap season for season.
       check-new-site-thresholds.

           move 17 to store-index.
           move st-file-name(store-index) to rekey-in-file-name.
           move 'Y' to more-records.

           open input rekey-in-file.

           if rekey-in-file-status <> '00'
               move 'N' to more-records
           end-if.

           perform check-one-threshold-row until more-records = 'N'.

           if rekey-in-file-status = '00'
              or rekey-in-file-status = '10'
               close rekey-in-file
           end-if.

           if new-site-threshold-count > 0
               add 1 to refuse-count
               display "REFUSED: " new-site-threshold-count
                       " threshold row(s) already filed under "
                       function trim(new-site)
           end-if.


       check-one-threshold-row.

           read rekey-in-file
               at end
                   move 'N' to more-records
               not at end
                   perform split-threshold-line
                   if thr-site-name = new-site
                       add 1 to new-site-threshold-count
                   end-if
           end-read.


       split-location-line.

           move spaces to site-columns overflow-field.

           unstring rekey-in-record delimited by ',' into
                    site-name
                    site-city
                    site-region
                    site-temp-unit
                    site-speed-unit
                    site-active-flag
                    site-base-temp
                    site-utc-offset
                    site-poll-mins
                    site-storm-mins
                    overflow-field.

           move
               function concatenate(
                           function trim(site-city);
                           ",";
                           function trim(site-region))
               to candidate-location.


       split-threshold-line.

           move spaces to threshold-columns overflow-field.

           unstring rekey-in-record delimited by ',' into
                    thr-site-name
                    thr-alert-type
                    thr-start-mmdd
                    thr-end-mmdd
                    thr-value
                    overflow-field.


      *> count-phase 'B' fills the before counts, 'A' the after.
       count-all-stores.

           perform count-history-store.
           perform count-status-store.
           perform count-accuracy-store.
           perform count-provider-store.
           perform count-warning-store.
           perform count-climate-month-store.
           perform count-climate-normal-store.

           perform count-sequential-store
               varying store-index from 8 by 1
               until store-index > store-count.


      *> old and new are the two location strings for the keyed
      *> stores; on the masters they are the two site-names when a
      *> site is being renamed, the two locations otherwise.
       tally-record-location.

           if count-phase = 'B'
               move 'Y' to st-present-flag(store-index)
               add 1 to st-total-before(store-index)
               if rekey-location-flag = 'Y'
                  or st-kind(store-index) = 'L'
                  or st-kind(store-index) = 'T'
                   if record-location = old-location
                       add 1 to st-old-before(store-index)
                   end-if
                   if record-location = new-location
                       add 1 to st-new-before(store-index)
                   end-if
               end-if
           else
               add 1 to st-total-after(store-index)
               if rekey-location-flag = 'Y'
                  or st-kind(store-index) = 'L'
                  or st-kind(store-index) = 'T'
                   if record-location = old-location
                       add 1 to st-old-after(store-index)
                   end-if
                   if record-location = new-location
                       add 1 to st-new-after(store-index)
                   end-if
               end-if
           end-if.


      *> on the masters a site rename is counted by site-name.
       tally-master-line.

           if rename-site-flag = 'Y'
               if count-phase = 'B'
                   move 'Y' to st-present-flag(store-index)
                   add 1 to st-total-before(store-index)
                   if record-location = old-site
                       add 1 to st-old-before(store-index)
                   end-if
                   if record-location = new-site
                       add 1 to st-new-before(store-index)
                   end-if
               else
                   add 1 to st-total-after(store-index)
                   if record-location = old-site
                       add 1 to st-old-after(store-index)
                   end-if
                   if record-location = new-site
                       add 1 to st-new-after(store-index)
                   end-if
               end-if
           else
               perform tally-record-location
           end-if.


       count-history-store.

           move 1   to store-index.
           move 'Y' to more-records.

           open input weather-history-file.

           if weather-history-file-status = '00'
               perform count-one-history-record
                   until more-records = 'N'
               close weather-history-file
           end-if.


       count-one-history-record.

           read weather-history-file next record
               at end
                   move 'N' to more-records
               not at end
                   move whx-location to record-location
                   perform tally-record-location
           end-read.


       count-status-store.

           move 2   to store-index.
           move 'Y' to more-records.

           open input alert-status-file.

           if alert-status-file-status = '00'
               perform count-one-status-record
                   until more-records = 'N'
               close alert-status-file
           end-if.


       count-one-status-record.

           read alert-status-file next record
               at end
                   move 'N' to more-records
               not at end
                   move as-location to record-location
                   perform tally-record-location
           end-read.


       count-accuracy-store.

           move 3   to store-index.
           move 'Y' to more-records.

           open input forecast-accuracy-file.

           if forecast-accuracy-file-status = '00'
               perform count-one-accuracy-record
                   until more-records = 'N'
               close forecast-accuracy-file
           end-if.


       count-one-accuracy-record.

           read forecast-accuracy-file next record
               at end
                   move 'N' to more-records
               not at end
                   move fa-location to record-location
                   perform tally-record-location
           end-read.


       count-provider-store.

           move 4   to store-index.
           move 'Y' to more-records.

           open input provider-state-file.

           if provider-state-file-status = '00'
               perform count-one-provider-record
                   until more-records = 'N'
               close provider-state-file
           end-if.


       count-one-provider-record.

           read provider-state-file next record
               at end
                   move 'N' to more-records
               not at end
                   move pv-location to record-location
                   perform tally-record-location
           end-read.


       count-warning-store.

           move 5   to store-index.
           move 'Y' to more-records.

           open input forecast-warning-file.

           if forecast-warning-file-status = '00'
               perform count-one-warning-record
                   until more-records = 'N'
               close forecast-warning-file
           end-if.


       count-one-warning-record.

           read forecast-warning-file next record
               at end
                   move 'N' to more-records
               not at end
                   move fw-location to record-location
                   perform tally-record-location
           end-read.


       count-climate-month-store.

           move 6   to store-index.
           move 'Y' to more-records.

           open input climate-month-file.

           if climate-month-file-status = '00'
               perform count-one-climate-month-record
                   until more-records = 'N'
               close climate-month-file
           end-if.


       count-one-climate-month-record.

           read climate-month-file next record
               at end
                   move 'N' to more-records
               not at end
                   move cm-location to record-location
                   perform tally-record-location
           end-read.


       count-climate-normal-store.

           move 7   to store-index.
           move 'Y' to more-records.

           open input climate-normal-file.

           if climate-normal-file-status = '00'
               perform count-one-climate-normal-record
                   until more-records = 'N'
               close climate-normal-file
           end-if.


       count-one-climate-normal-record.

           read climate-normal-file next record
               at end
                   move 'N' to more-records
               not at end
                   move cn-location to record-location
                   perform tally-record-location
           end-read.


       count-sequential-store.

           move st-file-name(store-index) to rekey-in-file-name.
           move 'Y' to more-records.

           open input rekey-in-file.

           if rekey-in-file-status = '00'
               perform count-one-sequential-line
                   until more-records = 'N'
               close rekey-in-file
           end-if.


       count-one-sequential-line.

           read rekey-in-file
               at end
                   move 'N' to more-records
               not at end
                   perform unpick-sequential-line
                   if st-kind(store-index) = 'S'
                       perform tally-record-location
                   else
                       perform tally-master-line
                   end-if
           end-read.


      *> lays the store's own layout over the line just read and
      *> picks out what it is counted and re-keyed on.
       unpick-sequential-line.

           evaluate store-index
               when 8
                   move rekey-in-record to audit-record
                   move au-location to record-location
               when 9
                   move rekey-in-record to weather-alert-record
                   move wa-location to record-location
               when 10
                   move rekey-in-record to api-usage-record
                   move ap-location to record-location
               when 11
               when 12
                   move rekey-in-record to weather-forecast-record
                   move fc-location to record-location
               when 13
                   move rekey-in-record to coverage-gap-record
                   move cg-location to record-location
               when 14
                   move rekey-in-record to alert-event-record
                   move ae-location to record-location
               when 15
               when 16
                   perform split-location-line
                   if rename-site-flag = 'Y'
                       move site-name to record-location
                   else
                       move candidate-location to record-location
                   end-if
               when other
                   perform split-threshold-line
                   move thr-site-name to record-location
           end-evaluate.


      *> a report-only look at the keyed stores: every record
      *> under the old location is tried under the new one, and
      *> any that is already there is a clash.
       probe-indexed-conflicts.

           move 'C' to walk-mode.

           perform walk-history-store.
           perform walk-status-store.
           perform walk-accuracy-store.
           perform walk-provider-store.
           perform walk-warning-store.
           perform walk-climate-month-store.
           perform walk-climate-normal-store.

           perform report-one-store-conflicts
               varying store-index from 1 by 1
               until store-index > 7.


       report-one-store-conflicts.

           if st-conflicts(store-index) > 0
               add 1 to refuse-count
               move st-conflicts(store-index) to report-conflicts
               display "REFUSED: " function trim(report-conflicts)
                       " record(s) on " function trim(st-name
                       (store-index))
                       " already exist under "
                       function trim(new-location)
           end-if.


      *> each walk starts just past the last key it handled, so a
      *> record moved (and its old key deleted) or probed is never
      *> met twice. the probe read and the write both land on the
      *> record area, so the record as read is held aside and put
      *> back before the next start or the delete.
       walk-history-store.

           move 1   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o weather-history-file
           else
               open input weather-history-file
           end-if.

           if weather-history-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to whx-key
               move old-location to whx-location
               perform walk-one-history-record
                   until more-walk = 'N'
               close weather-history-file
           end-if.


       walk-one-history-record.

           start weather-history-file
               key is greater than whx-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read weather-history-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and whx-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move weather-history-ix-record to saved-history-record
               move new-location to whx-location
               if walk-mode = 'A'
                   perform move-one-history-record
               else
                   read weather-history-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-history-record to weather-history-ix-record
           end-if.


       move-one-history-record.

           write weather-history-ix-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-history-record to weather-history-ix-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete weather-history-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


       walk-status-store.

           move 2   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o alert-status-file
           else
               open input alert-status-file
           end-if.

           if alert-status-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to as-key
               move old-location to as-location
               perform walk-one-status-record
                   until more-walk = 'N'
               close alert-status-file
           end-if.


       walk-one-status-record.

           start alert-status-file
               key is greater than as-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read alert-status-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and as-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move alert-status-record to saved-status-record
               move new-location to as-location
               if walk-mode = 'A'
                   perform move-one-status-record
               else
                   read alert-status-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-status-record to alert-status-record
           end-if.


       move-one-status-record.

           write alert-status-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-status-record to alert-status-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete alert-status-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


       walk-accuracy-store.

           move 3   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o forecast-accuracy-file
           else
               open input forecast-accuracy-file
           end-if.

           if forecast-accuracy-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to fa-key
               move old-location to fa-location
               perform walk-one-accuracy-record
                   until more-walk = 'N'
               close forecast-accuracy-file
           end-if.


       walk-one-accuracy-record.

           start forecast-accuracy-file
               key is greater than fa-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read forecast-accuracy-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and fa-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move forecast-accuracy-record to saved-accuracy-record
               move new-location to fa-location
               if walk-mode = 'A'
                   perform move-one-accuracy-record
               else
                   read forecast-accuracy-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-accuracy-record to forecast-accuracy-record
           end-if.


       move-one-accuracy-record.

           write forecast-accuracy-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-accuracy-record to forecast-accuracy-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete forecast-accuracy-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


      *> one record per site, so no walk - just the old key.
       walk-provider-store.

           move 4 to store-index.

           if walk-mode = 'A'
               open i-o provider-state-file
           else
               open input provider-state-file
           end-if.

           if provider-state-file-status = '00'
               move spaces       to provider-state-record
               move old-location to pv-location
               read provider-state-file
                   invalid key
                       move 'N' to more-walk
                   not invalid key
                       move 'Y' to more-walk
               end-read
               if more-walk = 'Y'
                   perform move-one-provider-record
               end-if
               close provider-state-file
           end-if.


       move-one-provider-record.

           move provider-state-record to saved-provider-record.
           move new-location to pv-location.

           if walk-mode = 'A'
               write provider-state-record
                   invalid key
                       move 'N' to write-ok-flag
                   not invalid key
                       move 'Y' to write-ok-flag
               end-write
               move saved-provider-record to provider-state-record
               if write-ok-flag = 'Y'
                   add 1 to st-moved(store-index)
                   delete provider-state-file record
                       invalid key
                           continue
                   end-delete
               else
                   add 1 to st-conflicts(store-index)
               end-if
           else
               read provider-state-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to st-conflicts(store-index)
               end-read
           end-if.


       walk-warning-store.

           move 5   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o forecast-warning-file
           else
               open input forecast-warning-file
           end-if.

           if forecast-warning-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to fw-key
               move old-location to fw-location
               perform walk-one-warning-record
                   until more-walk = 'N'
               close forecast-warning-file
           end-if.


       walk-one-warning-record.

           start forecast-warning-file
               key is greater than fw-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read forecast-warning-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and fw-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move forecast-warning-record to saved-warning-record
               move new-location to fw-location
               if walk-mode = 'A'
                   perform move-one-warning-record
               else
                   read forecast-warning-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-warning-record to forecast-warning-record
           end-if.


       move-one-warning-record.

           write forecast-warning-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-warning-record to forecast-warning-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete forecast-warning-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


       walk-climate-month-store.

           move 6   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o climate-month-file
           else
               open input climate-month-file
           end-if.

           if climate-month-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to cm-key
               move old-location to cm-location
               perform walk-one-climate-month-record
                   until more-walk = 'N'
               close climate-month-file
           end-if.


       walk-one-climate-month-record.

           start climate-month-file
               key is greater than cm-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read climate-month-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and cm-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move climate-month-record to saved-climate-month-record
               move new-location to cm-location
               if walk-mode = 'A'
                   perform move-one-climate-month-record
               else
                   read climate-month-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-climate-month-record to climate-month-record
           end-if.


       move-one-climate-month-record.

           write climate-month-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-climate-month-record to climate-month-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete climate-month-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


       walk-climate-normal-store.

           move 7   to store-index.
           move 'Y' to more-walk.

           if walk-mode = 'A'
               open i-o climate-normal-file
           else
               open input climate-normal-file
           end-if.

           if climate-normal-file-status <> '00'
               move 'N' to more-walk
           else
               move low-values   to cn-key
               move old-location to cn-location
               perform walk-one-climate-normal-record
                   until more-walk = 'N'
               close climate-normal-file
           end-if.


       walk-one-climate-normal-record.

           start climate-normal-file
               key is greater than cn-key
               invalid key
                   move 'N' to more-walk
           end-start.

           if more-walk = 'Y'
               read climate-normal-file next record
                   at end
                       move 'N' to more-walk
               end-read
           end-if.

           if more-walk = 'Y'
              and cn-location not = old-location
               move 'N' to more-walk
           end-if.

           if more-walk = 'Y'
               move climate-normal-record to saved-climate-normal-record
               move new-location to cn-location
               if walk-mode = 'A'
                   perform move-one-climate-normal-record
               else
                   read climate-normal-file
                       invalid key
                           continue
                       not invalid key
                           add 1 to st-conflicts(store-index)
                   end-read
               end-if
               move saved-climate-normal-record to climate-normal-record
           end-if.


       move-one-climate-normal-record.

           write climate-normal-record
               invalid key
                   move 'N' to write-ok-flag
               not invalid key
                   move 'Y' to write-ok-flag
           end-write.

           move saved-climate-normal-record to climate-normal-record.

           if write-ok-flag = 'Y'
               add 1 to st-moved(store-index)
               delete climate-normal-file record
                   invalid key
                       continue
               end-delete
           else
               add 1 to st-conflicts(store-index)
           end-if.


       apply-all-stores.

           if rekey-location-flag = 'Y'
               move 'A' to walk-mode
               perform set-up-one-move-count
                   varying store-index from 1 by 1
                   until store-index > 7
               perform walk-history-store
               perform walk-status-store
               perform walk-accuracy-store
               perform walk-provider-store
               perform walk-warning-store
               perform walk-climate-month-store
               perform walk-climate-normal-store
           end-if.

           perform rewrite-sequential-store
               varying store-index from 8 by 1
               until store-index > store-count.


      *> the probe counted clashes into the same columns the move
      *> counts into; the move starts them again from nothing.
       set-up-one-move-count.

           move 0 to st-moved(store-index)
                     st-conflicts(store-index).


      *> the whole file is copied through the side file whether or
      *> not a line changes, then swapped in - a crash part way
      *> leaves the live file as it was.
       rewrite-sequential-store.

           move st-file-name(store-index) to rekey-in-file-name.
           move 'Y' to more-records.

           open input rekey-in-file.

           if rekey-in-file-status = '00'
               open output rekey-out-file
               if rekey-out-file-status <> '00'
                   display "WARNING: could not open "
                            function trim(rekey-out-file-name)
                            " status " rekey-out-file-status
                            " - " function trim(st-name(store-index))
                            " left untouched"
                   close rekey-in-file
               else
                   perform rewrite-one-sequential-line
                       until more-records = 'N'
                   close rekey-in-file
                   close rekey-out-file
                   move
                       function concatenate(
                                   "mv ";
                                   function trim(rekey-out-file-name);
                                   " ";
                                   function trim(rekey-in-file-name))
                       to move-command
                   call "system" using function trim(move-command)
               end-if
           end-if.


       rewrite-one-sequential-line.

           read rekey-in-file
               at end
                   move 'N' to more-records
               not at end
                   move rekey-in-record to rekey-out-record
                   move 'N' to record-changed-flag
                   perform unpick-sequential-line
                   evaluate st-kind(store-index)
                       when 'S'
                           perform rekey-sequential-line
                       when 'L'
                           perform rekey-location-line
                       when other
                           perform rekey-threshold-line
                   end-evaluate
                   if record-changed-flag = 'Y'
                       add 1 to st-moved(store-index)
                   end-if
                   write rekey-out-record
           end-read.


       rekey-sequential-line.

           if rekey-location-flag = 'Y'
              and record-location = old-location
               move 'Y' to record-changed-flag
               evaluate store-index
                   when 8
                       move new-location to au-location
                   when 9
                       move new-location to wa-location
                   when 10
                       move new-location to ap-location
                   when 11
                   when 12
                       move new-location to fc-location
                   when 14
                       move new-location to ae-location
                   when other
                       move new-location to cg-location
               end-evaluate
           end-if.

           if store-index = 13
              and rename-site-flag = 'Y'
              and cg-site-name = old-site
               move 'Y' to record-changed-flag
               move new-site to cg-site-name
           end-if.

           if record-changed-flag = 'Y'
               evaluate store-index
                   when 8
                       move audit-record to rekey-out-record
                   when 9
                       move weather-alert-record to rekey-out-record
                   when 10
                       move api-usage-record to rekey-out-record
                   when 11
                   when 12
                       move weather-forecast-record
                         to rekey-out-record
                   when 14
                       move alert-event-record to rekey-out-record
                   when other
                       move coverage-gap-record to rekey-out-record
               end-evaluate
           end-if.


      *> a line locmaint would reject anyway (a stray comma) is
      *> copied as it stands; a changed line is put back together
      *> with no more fields than it needs, so a short hand-edited
      *> line keeps taking locmaint's defaults.
       rekey-location-line.

           if overflow-field = spaces
               if rename-site-flag = 'Y'
                  and site-name = old-site
                   move 'Y'      to record-changed-flag
                   move new-site to site-name
                   if store-index = 15
                       perform journal-master-rename
                   end-if
               end-if
               if rekey-location-flag = 'Y'
                  and candidate-location = old-location
                   move 'Y'        to record-changed-flag
                   if store-index = 15
                       perform journal-master-relocation
                   end-if
                   move new-city   to site-city
                   move new-region to site-region
               end-if
           end-if.

           if record-changed-flag = 'Y'
               move spaces to rekey-out-record
               move
                   function concatenate(
                               function trim(site-name);
                               ",";
                               function trim(site-city);
                               ",";
                               function trim(site-region);
                               ",";
                               site-temp-unit;
                               ",";
                               site-speed-unit;
                               ",";
                               site-active-flag;
                               ",";
                               function trim(site-base-temp);
                               ",";
                               function trim(site-utc-offset);
                               ",";
                               function trim(site-poll-mins);
                               ",";
                               function trim(site-storm-mins))
                   to rekey-out-record
               perform trim-trailing-commas
           end-if.


       rekey-threshold-line.

           if overflow-field = spaces
              and rename-site-flag = 'Y'
              and thr-site-name = old-site
               move 'Y' to record-changed-flag
               if store-index = 17
                   perform journal-master-rename
               end-if
               move spaces to rekey-out-record
               move
                   function concatenate(
                               function trim(new-site);
                               ",";
                               function trim(thr-alert-type);
                               ",";
                               function trim(thr-start-mmdd);
                               ",";
                               function trim(thr-end-mmdd);
                               ",";
                               function trim(thr-value))
                   to rekey-out-record
           end-if.


      *> only the validated .MASTER files are journalled - the
      *> .DAT files are what the next locmaint / thrmaint pass
      *> reads, and that pass journals its own differences.
       journal-master-rename.

           move new-site to journal-site-name.
           move "RENAMED"   to journal-change.
           move "SITE-NAME" to journal-field.
           move old-site    to journal-before.
           move new-site    to journal-after.
           move spaces      to journal-row-key.

           if store-index = 15
               move "LOCATIONS" to journal-master
           else
               move "THRESHOLDS" to journal-master
               string function trim(thr-alert-type) delimited by size
                      " " delimited by size
                      thr-start-mmdd delimited by size
                   into journal-row-key
           end-if.

           perform write-journal-line.


       journal-master-relocation.

           move site-name   to journal-site-name.
           move "LOCATIONS" to journal-master.
           move spaces      to journal-row-key.
           move "CHANGED"   to journal-change.

           if function trim(site-city) not = function trim(new-city)
               move "CITY" to journal-field
               move function trim(site-city) to journal-before
               move function trim(new-city)  to journal-after
               perform write-journal-line
           end-if.

           if function trim(site-region)
              not = function trim(new-region)
               move "REGION" to journal-field
               move function trim(site-region) to journal-before
               move function trim(new-region)  to journal-after
               perform write-journal-line
           end-if.


       write-journal-line.

           call 'jrnllog' using journal-timestamp journal-master
                                 journal-program operator-name
                                 journal-site-name journal-row-key
                                 journal-change journal-field
                                 journal-before journal-after
                                 journal-written-flag.

           if journal-written-flag = 'Y'
               add 1 to journal-line-count
           else
               add 1 to journal-failed-count
           end-if.


       trim-trailing-commas.

           move function length(function trim(rekey-out-record
                                               trailing))
             to line-length.

           perform drop-one-trailing-comma
               until line-length < 2
                  or rekey-out-record(line-length:1) not = ','.


       drop-one-trailing-comma.

           move space to rekey-out-record(line-length:1).
           subtract 1 from line-length.


       print-report-only-counts.

           display "=== store counts (nothing changed) ===".
           display "store                          records  "
                   "old key  new key  to move  clashes".

           perform print-one-report-only-count
               varying store-index from 1 by 1
               until store-index > store-count.


       print-one-report-only-count.

           if st-present-flag(store-index) = 'N'
               display st-name(store-index) "  not on file"
           else
               move st-total-before(store-index) to report-total-before
               move st-old-before(store-index)   to report-old-before
               move st-new-before(store-index)   to report-new-before
               move st-conflicts(store-index)    to report-conflicts
               if st-kind(store-index) = 'I'
                   compute st-moved(store-index) =
                       st-old-before(store-index)
                       - st-conflicts(store-index)
               else
                   perform count-lines-to-move
               end-if
               move st-moved(store-index) to report-moved
               display st-name(store-index)
                       report-total-before " " report-old-before
                       " " report-new-before " " report-moved
                       " " report-conflicts
           end-if.


      *> on the gap file a line can move for its location or its
      *> site-name; the old-key column only counts the one the
      *> store is keyed on, so the lines are counted again here.
       count-lines-to-move.

           move 0 to st-moved(store-index).

           if st-kind(store-index) = 'S'
               if rekey-location-flag = 'Y'
                   move st-old-before(store-index)
                     to st-moved(store-index)
               end-if
               if store-index = 13
                  and rename-site-flag = 'Y'
                   perform count-gap-lines-to-move
               end-if
           else
               if rename-site-flag = 'Y'
                  or st-kind(store-index) = 'L'
                   move st-old-before(store-index)
                     to st-moved(store-index)
               end-if
           end-if.


       count-gap-lines-to-move.

           move 0 to st-moved(store-index).
           move st-file-name(store-index) to rekey-in-file-name.
           move 'Y' to more-records.

           open input rekey-in-file.

           if rekey-in-file-status = '00'
               perform count-one-gap-line-to-move
                   until more-records = 'N'
               close rekey-in-file
           end-if.


       count-one-gap-line-to-move.

           read rekey-in-file
               at end
                   move 'N' to more-records
               not at end
                   move rekey-in-record to coverage-gap-record
                   if cg-site-name = old-site
                      or (rekey-location-flag = 'Y'
                          and cg-location = old-location)
                       add 1 to st-moved(store-index)
                   end-if
           end-read.


       print-before-after-counts.

           display "=== store counts before -> after ===".
           display "store                           before  "
                   "  after  old bfr  old aft  new bfr  "
                   "new aft    moved".

           perform print-one-before-after-count
               varying store-index from 1 by 1
               until store-index > store-count.

           if totals-match-flag = 'Y'
               display "every store holds the same number of records "
                       "it did before"
           else
               display "WARNING: record totals changed - see the "
                       "stores marked above"
           end-if.


       print-one-before-after-count.

           if st-present-flag(store-index) = 'N'
               display st-name(store-index) "  not on file"
           else
               move st-total-before(store-index) to report-total-before
               move st-total-after(store-index)  to report-total-after
               move st-old-before(store-index)   to report-old-before
               move st-old-after(store-index)    to report-old-after
               move st-new-before(store-index)   to report-new-before
               move st-new-after(store-index)    to report-new-after
               move st-moved(store-index)        to report-moved
               display st-name(store-index)
                       report-total-before " " report-total-after
                       " " report-old-before " " report-old-after
                       " " report-new-before " " report-new-after
                       " " report-moved
               if st-total-before(store-index)
                  not = st-total-after(store-index)
                   move 'N' to totals-match-flag
                   display "    WARNING: "
                           function trim(st-name(store-index))
                           " record total changed"
               end-if
           end-if.


       end program siterkey.
