      *> reconciliation a claims adjuster's dispute turns on: our
      *> instrument against the provider's figure, on file, for
      *> the night a door blew in.
      *>
      *> a provider reading the gap backfill filled in (source 'H')
      *> pairs like any other, but a live poll in the same hour
      *> wins over it, and a pair judged on a backfilled reading is
      *> marked as such so nobody takes it for a live poll.

       environment division.

               05  pr-sensor-temp        pic s9(3)v9(1).
               05  pr-sensor-wind        pic s9(5)v9(1).
               05  pr-provider-found     pic x(1).
               05  pr-provider-source    pic x(1).
               05  pr-provider-temp      pic s9(3)v9(1).
               05  pr-provider-wind      pic s9(5)v9(1).

       01  report-sensor-wind             pic -(4)9.9.
       01  report-provider-wind           pic -(4)9.9.
       01  report-wind-diff               pic -(4)9.9.
       01  report-provider-tag            pic x(13).

       01  paired-count                   pic 9(4) comp value 0.
       01  unpaired-count                 pic 9(4) comp value 0.
               move function numval(whx-windspeed-k)
                 to pr-sensor-wind(table-index)
               move 'N' to pr-provider-found(table-index)
               move space to pr-provider-source(table-index)
               move 0   to pr-provider-temp(table-index)
               move 0   to pr-provider-wind(table-index)
           else

      *> the first provider reading in the hour is the one the
      *> pair is judged on - the same reading every other report
      *> would have used for that hour - except that a live poll
      *> replaces a backfilled reading already taken for the hour.
       match-provider-to-pairs.

           perform match-one-pair-slot

       match-one-pair-slot.

           if (pr-provider-found(pair-scan-index) = 'N'
               or (pr-provider-source(pair-scan-index) = 'H'
                   and whx-source not = 'H'))
              and pr-location(pair-scan-index) = whx-location
              and pr-hour(pair-scan-index) = whx-timestamp(1:10)
               move 'Y' to pr-provider-found(pair-scan-index)
               move whx-source
                 to pr-provider-source(pair-scan-index)
               move function numval(whx-celsius)
                 to pr-provider-temp(pair-scan-index)
               move function numval(whx-windspeed-k)
             to report-provider-wind.
           move wind-diff-num                 to report-wind-diff.

           if pr-provider-source(table-index) = 'H'
               move "  (backfill)" to report-provider-tag
           else
               move spaces to report-provider-tag
           end-if.

           display function trim(pr-location(table-index))
                    " " pr-hour(table-index)
                    "  temp sensor/provider/diff: "
                    report-sensor-temp "/"
                    report-provider-temp "/" report-temp-diff
                    "  wind: " report-sensor-wind "/"
                    report-provider-wind "/" report-wind-diff
                    report-provider-tag.

           if temp-diff-abs > temp-tolerance-c
              or wind-diff-abs > wind-tolerance-k
