       identification division.
       program-id. fcstwarn.

      *> advance severe-weather warnings off the forecast. the
      *> FREEZING, HIGH-WIND and HEAVY-PRECIP checks in getweathr
      *> only ever see the reading just fetched, so dispatch found
      *> out about a freeze when the yard was already iced. this
      *> job runs after getfcast and judges every forecast day in
      *> weather-forecast.dat against the same site's own seasonal
      *> threshold - resolved through thrlkup as of the forecast
      *> day, so a day just over a season boundary is judged on the
      *> profile that will be in force then - the forecast minimum
      *> for FREEZING, the forecast wind for HIGH-WIND and the
      *> forecast day's precip for HEAVY-PRECIP.
      *>
      *> each breach is kept in weather-fcst-warn.idx, one warning
      *> per site, alert type and forecast day, and carried across
      *> forecast generations: the first generation to forecast it
      *> opens it, a later one with a different value or threshold
      *> updates it, and a later one that no longer forecasts the
      *> breach withdraws it (a withdrawn warning that comes back
      *> is opened again). a day or a site the generation has no
      *> row for is left as it stands - an incomplete sweep is not
      *> a forecast of fair weather - and days already in the past
      *> are not judged again. alertrpt lists the open and updated
      *> warnings for the next 96 hours.
      *>
      *> nothing is paged from here - a forecast is not yet an
      *> alert; the live reading still goes through alertstat when
      *> the day comes.

       environment division.

       input-output section.

       file-control.

           select weather-forecast-file
               assign to weather-forecast-file-name
               file status is weather-forecast-file-status
               organization is line sequential.

           select forecast-warning-file
               assign to forecast-warning-file-name
               file status is forecast-warning-file-status
               organization is indexed
               access mode is dynamic
               record key is fw-key.

       data division.

       file section.

       fd  weather-forecast-file.
       01  weather-forecast-line          pic x(301).

       fd  forecast-warning-file.
       copy wthrfwrn.

       working-storage section.

       copy wthrfcst.

       01  weather-forecast-file-name     pic x(64)
                                          value
                                          './weather-forecast.dat'.
       01  weather-forecast-file-status   pic x(2).

       01  forecast-warning-file-name     pic x(64)
                                          value
                                          './weather-fcst-warn.idx'.
       01  forecast-warning-file-status   pic x(2).

       01  more-forecast                  pic x(1) value 'Y'.

      *> shipped severe weather thresholds, the same fallbacks
      *> getweathr judges the live reading on when a site has no
      *> covering profile row.
       01  high-wind-threshold-text       pic x(08)     value "50.0".
       01  freezing-threshold-text        pic x(08)     value "0.0".
       01  heavy-precip-threshold-text    pic x(08)     value "25.0".

       01  current-timestamp              pic x(21).
       01  today-date                     pic x(8).

       01  warn-alert-type                pic x(12).
       01  warn-value                     pic x(08).
       01  warn-value-num                 pic s9(5)v9(1).
       01  warn-threshold                 pic x(08).
       01  warn-threshold-num             pic s9(5)v9(1).
       01  warn-breach-flag               pic x(1).
       01  warn-found-flag                pic x(1).
       01  warn-changed-flag              pic x(1).

       01  stored-value-num               pic s9(5)v9(1).
       01  stored-threshold-num           pic s9(5)v9(1).

       01  rows-read-count                pic 9(4) comp value 0.
       01  rows-past-count                pic 9(4) comp value 0.
       01  warnings-opened-count          pic 9(4) comp value 0.
       01  warnings-reopened-count        pic 9(4) comp value 0.
       01  warnings-updated-count         pic 9(4) comp value 0.
       01  warnings-standing-count        pic 9(4) comp value 0.
       01  warnings-withdrawn-count       pic 9(4) comp value 0.

       01  fcstwarn-return-value          pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       procedure division.


       run-fcstwarn.

           display "=== forecast advance warnings ===".

           move function current-date to current-timestamp.
           move current-timestamp(1:8) to today-date.

           open input weather-forecast-file.

           if weather-forecast-file-status <> '00'
               display "no forecast generation on file (status "
                        weather-forecast-file-status
                        ") - nothing to judge"
               move fcstwarn-return-value to return-code
               goback
           end-if.

           open i-o forecast-warning-file.

           if forecast-warning-file-status = '05' or
              forecast-warning-file-status = '35'
               open output forecast-warning-file
               close forecast-warning-file
               open i-o forecast-warning-file
           end-if.

           call 'checkfilestatus' using forecast-warning-file-name
                                         forecast-warning-file-status
                                         no-location
                                         fcstwarn-return-value.

           perform read-one-forecast until more-forecast = 'N'.

           close weather-forecast-file.
           close forecast-warning-file.

           display "forecast days read:   " rows-read-count.
           display "already in the past:  " rows-past-count.
           display "warnings opened:      " warnings-opened-count.
           display "warnings reopened:    " warnings-reopened-count.
           display "warnings updated:     " warnings-updated-count.
           display "warnings standing:    " warnings-standing-count.
           display "warnings withdrawn:   " warnings-withdrawn-count.

           move fcstwarn-return-value to return-code.

           goback.


       read-one-forecast.

           read weather-forecast-file
               at end
                   move 'N' to more-forecast
               not at end
                   move weather-forecast-line
                     to weather-forecast-record
                   add 1 to rows-read-count
                   perform judge-forecast-day
           end-read.


       judge-forecast-day.

           if fc-date < today-date
               add 1 to rows-past-count
           else
               move "FREEZING" to warn-alert-type
               perform judge-one-warning-type

               move "HIGH-WIND" to warn-alert-type
               perform judge-one-warning-type

               move "HEAVY-PRECIP" to warn-alert-type
               perform judge-one-warning-type
           end-if.


      *> the same comparisons getweathr makes on a live reading:
      *> at or below the threshold for FREEZING, at or above it
      *> for the other two.
       judge-one-warning-type.

           evaluate warn-alert-type
               when "FREEZING"
                   move function trim(fc-min-c) to warn-value
                   call 'thrlkup' using fc-location warn-alert-type
                                         freezing-threshold-text
                                         warn-threshold
                                         fc-date
               when "HIGH-WIND"
                   move function trim(fc-windspeed-k) to warn-value
                   call 'thrlkup' using fc-location warn-alert-type
                                         high-wind-threshold-text
                                         warn-threshold
                                         fc-date
               when other
                   move function trim(fc-precip) to warn-value
                   call 'thrlkup' using fc-location warn-alert-type
                                         heavy-precip-threshold-text
                                         warn-threshold
                                         fc-date
           end-evaluate.

           move function numval(warn-value)     to warn-value-num.
           move function numval(warn-threshold) to warn-threshold-num.

           move 'N' to warn-breach-flag.

           if warn-alert-type = "FREEZING"
               if warn-value-num <= warn-threshold-num
                   move 'Y' to warn-breach-flag
               end-if
           else
               if warn-value-num >= warn-threshold-num
                   move 'Y' to warn-breach-flag
               end-if
           end-if.

           perform read-warning-record.

           if warn-breach-flag = 'Y'
               if warn-found-flag = 'N'
                   perform open-new-warning
               else
                   if fw-state = 'W'
                       perform reopen-withdrawn-warning
                   else
                       perform update-standing-warning
                   end-if
               end-if
           else
               if warn-found-flag = 'Y'
                  and fw-state not = 'W'
                   perform withdraw-warning
               end-if
           end-if.


       read-warning-record.

           move spaces          to forecast-warning-record.
           move fc-location     to fw-location.
           move warn-alert-type to fw-alert-type.
           move fc-date         to fw-date.

           read forecast-warning-file
               invalid key
                   move 'N' to warn-found-flag
               not invalid key
                   move 'Y' to warn-found-flag
           end-read.


       open-new-warning.

           move spaces          to forecast-warning-record.
           move fc-location     to fw-location.
           move warn-alert-type to fw-alert-type.
           move fc-date         to fw-date.
           move 'O'             to fw-state.
           move warn-value      to fw-value.
           move warn-threshold  to fw-threshold.
           move current-timestamp(1:14) to fw-raised-timestamp.
           move current-timestamp(1:14) to fw-changed-timestamp.
           move fc-fetched-date to fw-first-fetched-date.
           move fc-fetched-date to fw-last-fetched-date.
           move 0               to fw-update-count.

           write forecast-warning-record
               invalid key
                   continue
           end-write.

           add 1 to warnings-opened-count.

           display "OPENED    " function trim(warn-alert-type) " "
                    function trim(fc-location) " " fc-date
                    "  forecast " function trim(warn-value)
                    "  threshold " function trim(warn-threshold).


       reopen-withdrawn-warning.

           move 'O'             to fw-state.
           move warn-value      to fw-value.
           move warn-threshold  to fw-threshold.
           move current-timestamp(1:14) to fw-changed-timestamp.
           move spaces          to fw-withdrawn-timestamp.
           move fc-fetched-date to fw-last-fetched-date.
           add 1 to fw-update-count.

           rewrite forecast-warning-record
               invalid key
                   continue
           end-rewrite.

           add 1 to warnings-reopened-count.

           display "REOPENED  " function trim(warn-alert-type) " "
                    function trim(fc-location) " " fc-date
                    "  forecast " function trim(warn-value)
                    "  threshold " function trim(warn-threshold).


      *> a warning the new generation still forecasts. only a
      *> different value or threshold makes it 'U'; a generation
      *> that says the same again just stamps itself on it.
       update-standing-warning.

           move function numval(fw-value)     to stored-value-num.
           move function numval(fw-threshold) to stored-threshold-num.

           move 'N' to warn-changed-flag.

           if stored-value-num not = warn-value-num
              or stored-threshold-num not = warn-threshold-num
               move 'Y' to warn-changed-flag
           end-if.

           move fc-fetched-date to fw-last-fetched-date.

           if warn-changed-flag = 'Y'
               move 'U'            to fw-state
               move warn-value     to fw-value
               move warn-threshold to fw-threshold
               move current-timestamp(1:14) to fw-changed-timestamp
               add 1 to fw-update-count
               add 1 to warnings-updated-count
               display "UPDATED   " function trim(warn-alert-type) " "
                        function trim(fc-location) " " fc-date
                        "  forecast " function trim(warn-value)
                        "  threshold " function trim(warn-threshold)
           else
               add 1 to warnings-standing-count
           end-if.

           rewrite forecast-warning-record
               invalid key
                   continue
           end-rewrite.


       withdraw-warning.

           move 'W'             to fw-state.
           move current-timestamp(1:14) to fw-withdrawn-timestamp.
           move fc-fetched-date to fw-last-fetched-date.

           rewrite forecast-warning-record
               invalid key
                   continue
           end-rewrite.

           add 1 to warnings-withdrawn-count.

           display "WITHDRAWN " function trim(warn-alert-type) " "
                    function trim(fc-location) " " fc-date
                    "  forecast " function trim(warn-value)
                    "  threshold " function trim(warn-threshold).


       end program fcstwarn.
