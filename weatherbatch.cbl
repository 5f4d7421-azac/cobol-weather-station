      *> batch again with RERUN on the command line processes only
      *> the sites in that file, so a retry inside the batch window
      *> does not burn api calls on sites that already succeeded.
      *>
      *> the batch is run more often than any one site needs
      *> polling, and each site is only polled when it is due:
      *> its last live provider poll on weather-history.idx is at
      *> least its polling interval old (less a few minutes' early
      *> allowance, so a site polled late in one run is not pushed
      *> a whole interval out by the next). the interval is the
      *> site's calm-weather one off the locations master, or its
      *> storm-mode one while weather-alert-status.idx holds an
      *> open HIGH-WIND, PRESS-DROP or TEMP-DROP episode for the
      *> site - storm mode stops by itself when the episode
      *> clears. a site with no live poll on file is always due;
      *> a rerun retries its sites whether due or not. the
      *> summary lists each site as polled, skipped as not due or
      *> accelerated and why, and projects the month's metered
      *> calls at the current mix of intervals against APIQUOTA.

       environment division.

               file status is rerun-file-status
               organization is line sequential.

           select alert-status-file
               assign to alert-status-file-name
               file status is alert-status-file-status
               organization is indexed
               access mode is random
               record key is as-key.

           select weather-history-file
               assign to weather-history-file-name
               file status is weather-history-file-status
               organization is indexed
               access mode is dynamic
               record key is whx-key.

       data division.

       file section.
       fd  rerun-file.
       01  rerun-record                   pic x(30).

       fd  alert-status-file.
       copy wthralst.

       fd  weather-history-file.
       copy wthrhisx.

       working-storage section.

       01  locations-file-name            pic x(64)
                                          value './weather-rerun.dat'.
       01  rerun-file-status              pic x(2).

       01  alert-status-file-name         pic x(64)
                                          value
                                       './weather-alert-status.idx'.
       01  alert-status-file-status       pic x(2).

       01  weather-history-file-name      pic x(64)
                                          value
                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

       01  more-history                   pic x(1).

       01  run-mode                       pic x(255).
       01  rerun-mode-flag                pic x(1) value 'N'.

       01  sites-succeeded-count          pic 9(4) comp value 0.
       01  sites-stale-count              pic 9(4) comp value 0.
       01  sites-failed-count             pic 9(4) comp value 0.
       01  sites-not-due-count            pic 9(4) comp value 0.
       01  sites-accelerated-count        pic 9(4) comp value 0.

      *> only the api quota is used here; the other settings
      *> opscfgld hands back still need storage for the call to
      *> land in.
       01  ops-retain-days                pic x(255).
       01  ops-gap-hours                  pic x(255).
       01  ops-coverage-pct               pic x(255).
       01  ops-escalate-mins              pic x(255).
       01  ops-server-utc                 pic x(255).
       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

      *> a site polled a little late in one run is still polled
      *> by the next run this many minutes short of its interval.
       01  poll-early-minutes             pic 9(4) comp value 5.

       01  current-timestamp              pic x(21).
       01  now-date-part                  pic 9(8).
       01  now-hour                       pic 9(2).
       01  now-minute                     pic 9(2).
       01  now-abs-minutes                pic s9(11) comp.
       01  cutoff-abs-minutes             pic s9(11) comp.
       01  cutoff-day-number              pic s9(9) comp.
       01  cutoff-day-minutes             pic s9(5) comp.
       01  cutoff-date                    pic 9(8).
       01  cutoff-hour                    pic 9(2).
       01  cutoff-minute                  pic 9(2).
       01  cutoff-timestamp               pic x(14).

       01  site-poll-num                  pic 9(5).
       01  site-storm-num                 pic 9(5).
       01  site-interval-num              pic 9(5).
       01  storm-mode-flag                pic x(1).
       01  storm-reason                   pic x(40).
       01  storm-reason-pointer           pic 9(4) comp.
       01  storm-alert-type               pic x(12).
       01  site-due-flag                  pic x(1).
       01  last-poll-timestamp            pic x(14).
       01  report-interval                pic zzzz9.

       01  month-first-date               pic 9(8).
       01  next-month-first-date          pic 9(8).
       01  next-month-year                pic 9(4).
       01  next-month-month               pic 9(2).
       01  days-in-month                  pic 9(2).
       01  projected-call-count           pic 9(8) comp value 0.
       01  projected-poll-calls           pic 9(8) comp.
       01  api-quota-num                  pic 9(8).
       01  report-projected               pic zzzzzzz9.
       01  report-quota                   pic zzzzzzz9.

       01  max-outcome-entries            pic 9(4) value 50.
       01  outcome-entry-count            pic 9(4) comp value 0.
           03  outcome-entry occurs 50 times.
               05  so-site-name          pic x(30).
               05  so-status             pic x(1).
               05  so-mode               pic x(1).
               05  so-interval           pic 9(5).
               05  so-reason             pic x(40).

       01  max-rerun-entries              pic 9(4) value 50.
       01  rerun-entry-count              pic 9(4) comp value 0.

           display "=== multi-site weather batch report ===".

           call 'opscfgld' using ops-retain-days ops-gap-hours
                                  ops-coverage-pct
                                  ops-escalate-mins
                                  ops-server-utc
                                  ops-api-quota
                                  ops-quota-warn-pct.

           move function current-date to current-timestamp.
           perform compute-days-in-month.

           accept run-mode from command-line.

           if function upper-case(function trim(run-mode)) = "RERUN"
                    site-temp-unit
                    site-speed-unit
                    site-active-flag
                    site-base-temp
                    site-utc-offset
                    site-poll-mins
                    site-storm-mins

      *> every active site counts into the month's projection,
      *> rerun or not, so the figure is the same on a retry.
           if site-active-flag not = 'I'
               perform plan-site-interval
           end-if.

           move 'Y' to rerun-found-flag.

                   display function trim(site-name)
                            ": suspended - skipped"
               else
                   perform schedule-one-site
               end-if
           end-if.

           end-if.


      *> works out which interval governs the site this run and
      *> counts it into the month's projection whether it is
      *> polled now or not.
       plan-site-interval.

           move
               function concatenate(
                           function trim(site-city);
                           ",";
                           function trim(site-region))
               to location.

           perform resolve-site-interval.
           perform project-site-calls.


      *> polls the site only when it is due.
       schedule-one-site.

           move 'Y' to site-due-flag.
           move spaces to last-poll-timestamp.

           if rerun-mode-flag = 'N'
               perform check-site-due
           end-if.

           if site-due-flag = 'Y'
               if storm-mode-flag = 'Y'
                   add 1 to sites-accelerated-count
                   move site-interval-num to report-interval
                   display function trim(site-name)
                            ": storm mode ("
                            function trim(storm-reason)
                            ") - polled every " report-interval
                            " min"
               end-if
               perform fetch-and-report-site
           else
               add 1 to sites-not-due-count
               move site-interval-num to report-interval
               display function trim(site-name)
                        ": not due - last polled "
                        last-poll-timestamp
                        ", every " report-interval " min"
               move 'N' to weather-status
               perform record-site-outcome
           end-if.


      *> the master carries the intervals locmaint validated; a
      *> master written before they existed gives blanks, which
      *> mean the old every-run cadence.
       resolve-site-interval.

           move 0 to site-poll-num site-storm-num.

           if site-poll-mins not = spaces
               move function numval(site-poll-mins) to site-poll-num
           end-if.

           if site-storm-mins not = spaces
               move function numval(site-storm-mins)
                 to site-storm-num
           else
               move site-poll-num to site-storm-num
           end-if.

           move site-poll-num to site-interval-num.

           perform check-site-storm-mode.

           if storm-mode-flag = 'Y'
              and site-storm-num < site-poll-num
               move site-storm-num to site-interval-num
           else
               move 'N' to storm-mode-flag
           end-if.


      *> storm mode is any open episode of the three types that
      *> come ahead of (or with) the weather that moves fastest.
      *> the store is opened and closed around the look-up because
      *> getweathr's alertstat call opens it for update per site.
       check-site-storm-mode.

           move 'N'    to storm-mode-flag.
           move spaces to storm-reason.
           move 1      to storm-reason-pointer.

           open input alert-status-file.

           if alert-status-file-status = '00'
               move "HIGH-WIND" to storm-alert-type
               perform check-one-storm-type
               move "PRESS-DROP" to storm-alert-type
               perform check-one-storm-type
               move "TEMP-DROP" to storm-alert-type
               perform check-one-storm-type
               close alert-status-file
           end-if.


       check-one-storm-type.

           move spaces           to alert-status-record.
           move location         to as-location.
           move storm-alert-type to as-alert-type.

           read alert-status-file
               invalid key
                   continue
               not invalid key
                   if as-state = 'O'
                       if storm-mode-flag = 'Y'
                           string " " delimited by size
                               into storm-reason
                               with pointer storm-reason-pointer
                           end-string
                       end-if
                       move 'Y' to storm-mode-flag
                       string function trim(storm-alert-type)
                                  delimited by size
                           into storm-reason
                           with pointer storm-reason-pointer
                       end-string
                   end-if
           end-read.


      *> due unless a live provider poll (not a roof sensor row or
      *> a backfilled hour) is on file inside the interval. the
      *> history store is opened and closed around the look-up
      *> because getweathr opens it for update for each site.
       check-site-due.

           move current-timestamp(1:8)  to now-date-part.
           move current-timestamp(9:2)  to now-hour.
           move current-timestamp(11:2) to now-minute.

           compute now-abs-minutes =
               function integer-of-date(now-date-part) * 1440
               + now-hour * 60 + now-minute.

           if site-interval-num > poll-early-minutes
               compute cutoff-abs-minutes =
                   now-abs-minutes - site-interval-num
                   + poll-early-minutes
           else
               move now-abs-minutes to cutoff-abs-minutes
           end-if.

           compute cutoff-day-number = cutoff-abs-minutes / 1440.
           compute cutoff-date =
               function date-of-integer(cutoff-day-number).
           compute cutoff-day-minutes =
               function mod(cutoff-abs-minutes, 1440).
           compute cutoff-hour   = cutoff-day-minutes / 60.
           compute cutoff-minute =
               function mod(cutoff-day-minutes, 60).

           move spaces to cutoff-timestamp.
           string cutoff-date   delimited by size
                  cutoff-hour   delimited by size
                  cutoff-minute delimited by size
                  "00"          delimited by size
               into cutoff-timestamp
           end-string.

           if site-interval-num = 0
               move 'Y' to site-due-flag
           else
               open input weather-history-file
               if weather-history-file-status = '00'
                   perform find-recent-live-poll
                   close weather-history-file
               end-if
           end-if.


       find-recent-live-poll.

           move spaces           to weather-history-ix-record.
           move location         to whx-location.
           move cutoff-timestamp to whx-timestamp.
           move 'Y'              to more-history.

           start weather-history-file
               key is greater than or equal to whx-key
               invalid key
                   move 'N' to more-history
           end-start.

           perform read-one-recent-poll until more-history = 'N'.


       read-one-recent-poll.

           read weather-history-file next record
               at end
                   move 'N' to more-history
               not at end
                   if whx-location not = location
                       move 'N' to more-history
                   else
                       if whx-source not = 'S'
                          and whx-source not = 'H'
                           move 'N'           to site-due-flag
                           move whx-timestamp to last-poll-timestamp
                       end-if
                   end-if
           end-read.


      *> one metered call per poll at the interval the site is on
      *> right now, across the whole calendar month - what the
      *> month would cost if today's mix held.
       project-site-calls.

           if site-interval-num > 0
               compute projected-poll-calls =
                   days-in-month * 1440 / site-interval-num
           else
               move 0 to projected-poll-calls
           end-if.

           add projected-poll-calls to projected-call-count.

      *> plus getfcast's one forecast call per site per day.
           add days-in-month to projected-call-count.


       compute-days-in-month.

           move current-timestamp(1:6) to month-first-date(1:6).
           move "01"                   to month-first-date(7:2).

           move current-timestamp(1:4) to next-month-year.
           move current-timestamp(5:2) to next-month-month.

           if next-month-month = 12
               add 1 to next-month-year
               move 1 to next-month-month
           else
               add 1 to next-month-month
           end-if.

           move next-month-year        to next-month-first-date(1:4).
           move next-month-month       to next-month-first-date(5:2).
           move "01"                   to next-month-first-date(7:2).

           compute days-in-month =
               function integer-of-date(next-month-first-date)
               - function integer-of-date(month-first-date).


       fetch-and-report-site.

           call 'getweathr' using location site-temp-unit
                                   site-speed-unit
                   add 1 to sites-succeeded-count
           end-evaluate.

           perform record-site-outcome.

           call 'auditlog' using location locations-file-status
                                 weather-status site-return-value
                                 batch-result-flag.


      *> weather-status 'N' marks a site skipped as not due.
       record-site-outcome.

           if outcome-entry-count < max-outcome-entries
               add 1 to outcome-entry-count
               move site-name to so-site-name(outcome-entry-count)
               move weather-status
                 to so-status(outcome-entry-count)
               move site-interval-num
                 to so-interval(outcome-entry-count)
               move storm-reason to so-reason(outcome-entry-count)
               if storm-mode-flag = 'Y'
                   move 'A' to so-mode(outcome-entry-count)
               else
                   move 'C' to so-mode(outcome-entry-count)
               end-if
           else
               display "WARNING: outcome table full, dropping "
                        function trim(site-name)
           end-if.


       print-batch-summary.

           display "succeeded:       " sites-succeeded-count.
           display "fell back stale: " sites-stale-count.
           display "failed:          " sites-failed-count.
           display "not due:         " sites-not-due-count.
           display "accelerated:     " sites-accelerated-count.

           perform print-one-site-schedule
               varying table-index from 1 by 1
               until table-index > outcome-entry-count.

           move projected-call-count to report-projected.
           move function numval(ops-api-quota) to api-quota-num.
           move api-quota-num to report-quota.

           display "projected calls this month at the current mix: "
                    function trim(report-projected)
                    " (quota " function trim(report-quota) ")".

           if api-quota-num > 0
              and projected-call-count > api-quota-num
               display "WARNING: projected calls exceed APIQUOTA - "
                       "lengthen the calm polling intervals"
           end-if.


       print-one-site-schedule.

           move so-interval(table-index) to report-interval.

           evaluate true
               when so-status(table-index) = 'N'
                   display "  " so-site-name(table-index)
                            " skipped - not due (every "
                            report-interval " min)"
               when so-mode(table-index) = 'A'
                   display "  " so-site-name(table-index)
                            " polled - accelerated, open "
                            function trim(so-reason(table-index))
                            " (every " report-interval " min)"
               when other
                   display "  " so-site-name(table-index)
                            " polled (every "
                            report-interval " min)"
           end-evaluate.


      *> the rerun file carries the sites a retry should touch; a
