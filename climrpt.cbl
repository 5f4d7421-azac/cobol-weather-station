       identification division.
       program-id. climrpt.

      *> monthly climate anomaly report - was the month unusual
      *> for the site? for each active site in the locations
      *> master it shows one month's summary off the monthly
      *> climate store against the site's normal for that month
      *> of the year off the normals store (both kept by climnorm,
      *> on the same local-day bucketing weatherrpt and degreeday
      *> use): mean temperature, mean daily minimum and maximum,
      *> precip total and heating / cooling degree-days, each with
      *> its departure from normal and its rank among every year
      *> on file for that month. a temperature more than
      *> ANOMALYBAND degrees from normal, or a precip or
      *> degree-day figure more than ANOMALYPCT percent from it
      *> (both in weather.cfg, through rptcfgld), is flagged - so
      *> facilities can see at a glance whether january's gas bill
      *> was the weather or waste.
      *>
      *> the month is the one just finished, or the yyyymm given
      *> on the command line. ranks are taken over the years whose
      *> month had provider readings on at least COVERAGEPCT of
      *> its days, this year's included; 1 is the warmest, the
      *> wettest, the most heating or cooling. a month with days
      *> missing has its precip and degree-days scaled up to the
      *> whole month by climnorm, and says so.

       environment division.

       input-output section.

       file-control.

           select locations-file
               assign to locations-file-name
               file status is locations-file-status
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

       fd  climate-month-file.
       copy wthrclmo.

       fd  climate-normal-file.
       copy wthrclnm.

       working-storage section.

       01  locations-file-name            pic x(64)
                                          value './LOCATIONS.MASTER'.
       01  locations-file-status          pic x(2).

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

       01  location                       pic x(255).

      *> only the coverage percentage is used here; the other
      *> settings opscfgld hands back still need storage for the
      *> call to land in.
       01  ops-retain-days                pic x(255).
       01  ops-gap-hours                  pic x(255).
       01  ops-coverage-pct               pic x(255).
       01  ops-escalate-mins              pic x(255).
       01  ops-server-utc                 pic x(255).
       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

       01  rpt-anomaly-band               pic x(255).
       01  rpt-anomaly-pct                pic x(255).
      *> the run-trend setting is jobslarpt's; it still needs
      *> storage for the call to land in.
       01  rpt-run-trend-pct              pic x(255).

       01  coverage-pct-num               pic 9(3).
       01  anomaly-band-num               pic 9(3)v9(1).
       01  anomaly-pct-num                pic 9(3).

       01  current-timestamp              pic x(21).
       01  report-month                   pic 9(6).
       01  report-year                    pic 9(4).
       01  report-month-of-year           pic 9(2).
       01  report-month-text              pic x(6).

       01  month-found-flag               pic x(1).
       01  normal-found-flag              pic x(1).

      *> the month being reported, held while the site's other
      *> years are walked for the ranks.
       01  this-mean-num                  pic s9(5)v9(1).
       01  this-min-num                   pic s9(5)v9(1).
       01  this-max-num                   pic s9(5)v9(1).
       01  this-precip-num                pic s9(5)v9(1).
       01  this-hdd-num                   pic s9(5)v9(1).
       01  this-cdd-num                   pic s9(5)v9(1).
       01  this-day-count                 pic 9(2).
       01  this-days-in-month             pic 9(2).

       01  rank-year-count                pic 9(4) comp.
       01  rank-mean                      pic 9(4) comp.
       01  rank-min                       pic 9(4) comp.
       01  rank-max                       pic 9(4) comp.
       01  rank-precip                    pic 9(4) comp.
       01  rank-hdd                       pic 9(4) comp.
       01  rank-cdd                       pic 9(4) comp.

       01  other-num                      pic s9(5)v9(1).

      *> one figure at a time through the print line.
       01  figure-label                   pic x(14).
       01  figure-kind                    pic x(1).
       01  figure-actual-num              pic s9(5)v9(1).
       01  figure-normal-num              pic s9(5)v9(1).
       01  figure-departure-num           pic s9(5)v9(1).
       01  figure-departure-abs           pic s9(5)v9(1).
       01  figure-departure-pct           pic s9(5).
       01  figure-rank                    pic 9(4) comp.
       01  figure-flag                    pic x(12).

       01  report-actual                  pic -(4)9.9.
       01  report-normal                  pic -(4)9.9.
       01  report-departure               pic -(4)9.9.
       01  report-departure-pct           pic -(4)9.
       01  report-rank                    pic zzz9.
       01  report-rank-of                 pic zzz9.
       01  report-day-count               pic z9.
       01  report-days-in-month           pic z9.
       01  report-year-count              pic zz9.

       01  sites-reported-count           pic 9(4) comp value 0.
       01  sites-no-month-count           pic 9(4) comp value 0.
       01  sites-no-normal-count          pic 9(4) comp value 0.
       01  figures-flagged-count          pic 9(4) comp value 0.

       01  climrpt-return-value           pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       copy sitecols.

       procedure division.


       run-climrpt.

           display "=== monthly climate anomaly report ===".

           move function current-date to current-timestamp.

           call 'opscfgld' using ops-retain-days ops-gap-hours
                                  ops-coverage-pct
                                  ops-escalate-mins
                                  ops-server-utc
                                  ops-api-quota
                                  ops-quota-warn-pct.

           call 'rptcfgld' using rpt-anomaly-band rpt-anomaly-pct
                                  rpt-run-trend-pct.

           move function numval(ops-coverage-pct) to coverage-pct-num.
           move function numval(rpt-anomaly-band) to anomaly-band-num.
           move function numval(rpt-anomaly-pct)  to anomaly-pct-num.

           perform resolve-report-month.

           display "month " report-month-text(1:4) "-"
                   report-month-text(5:2)
                   ", flagged beyond " anomaly-band-num
                   "C on temperatures and " anomaly-pct-num
                   "% on precip and degree-days".

           open input climate-month-file.

           if climate-month-file-status <> '00'
               display "no monthly climate store on file (status "
                        climate-month-file-status
                        ") - run climnorm REBUILD first"
               move 8 to climrpt-return-value
               move climrpt-return-value to return-code
               goback
           end-if.

           open input climate-normal-file.

           if climate-normal-file-status <> '00'
               display "no climate-normals store on file (status "
                        climate-normal-file-status
                        ") - run climnorm REBUILD first"
               close climate-month-file
               move 8 to climrpt-return-value
               move climrpt-return-value to return-code
               goback
           end-if.

           open input locations-file.

           call 'checkfilestatus' using locations-file-name
                                         locations-file-status
                                         no-location
                                         climrpt-return-value.

           perform process-one-site until more-locations = 'N'.

           close locations-file.
           close climate-month-file.
           close climate-normal-file.

           display " ".
           display "sites reported:       " sites-reported-count.
           display "no month on file:     " sites-no-month-count.
           display "no normal yet:        " sites-no-normal-count.
           display "figures flagged:      " figures-flagged-count.

           move climrpt-return-value to return-code.

           goback.


      *> the month just finished unless a yyyymm is given.
       resolve-report-month.

           accept run-mode from command-line.

           if function length(function trim(run-mode)) = 6
              and function test-numval(function trim(run-mode)) = 0
               move function trim(run-mode) to report-month-text
               move report-month-text to report-month
           else
               move current-timestamp(1:4) to report-year
               move current-timestamp(5:2) to report-month-of-year
               if report-month-of-year = 1
                   subtract 1 from report-year
                   move 12 to report-month-of-year
               else
                   subtract 1 from report-month-of-year
               end-if
               compute report-month =
                   report-year * 100 + report-month-of-year
               move report-month to report-month-text
           end-if.

           move report-month-text(5:2) to report-month-of-year.


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
           end-unstring.

           if site-active-flag not = 'I'
               perform report-one-site
           end-if.


       report-one-site.

           move
               function concatenate(
                           function trim(site-city);
                           ",";
                           function trim(site-region))
               to location.

           display " ".
           display "--- " function trim(site-name) " ("
                    function trim(location) ") ---".

           perform read-report-month.

           if month-found-flag = 'N'
               add 1 to sites-no-month-count
               display "no summary for the month on file - "
                       "run climnorm"
           else
               perform read-month-normal
               perform print-site-figures
           end-if.


       read-report-month.

           move spaces            to climate-month-record.
           move location          to cm-location.
           move report-month-text to cm-month.

           read climate-month-file
               invalid key
                   move 'N' to month-found-flag
               not invalid key
                   move 'Y' to month-found-flag
           end-read.

           if month-found-flag = 'Y'
               move function numval(cm-mean-c)     to this-mean-num
               move function numval(cm-mean-min-c) to this-min-num
               move function numval(cm-mean-max-c) to this-max-num
               move function numval(cm-precip)     to this-precip-num
               move function numval(cm-hdd)        to this-hdd-num
               move function numval(cm-cdd)        to this-cdd-num
               move cm-day-count                   to this-day-count
               move cm-days-in-month
                 to this-days-in-month
           end-if.


       read-month-normal.

           move spaces               to climate-normal-record.
           move location             to cn-location.
           move report-month-of-year to cn-month-of-year.

           read climate-normal-file
               invalid key
                   move 'N' to normal-found-flag
               not invalid key
                   move 'Y' to normal-found-flag
           end-read.


       print-site-figures.

           add 1 to sites-reported-count.

           move this-day-count     to report-day-count.
           move this-days-in-month to report-days-in-month.

           if this-day-count * 100
              < this-days-in-month * coverage-pct-num
               display "readings on " report-day-count " of "
                       report-days-in-month " days - the month is "
                       "short of COVERAGEPCT, treat with care"
           else
               display "readings on " report-day-count " of "
                       report-days-in-month " days"
           end-if.

           if this-day-count < this-days-in-month
               display "precip and degree-days scaled up to the "
                       "whole month"
           end-if.

           perform rank-among-years.

           if normal-found-flag = 'N'
               add 1 to sites-no-normal-count
               display "no normal yet - no complete year on file "
                       "for the site"
           else
               move cn-year-count to report-year-count
               display "normal over " report-year-count
                       " complete year(s), " cn-first-year
                       " to " cn-last-year
           end-if.

           move rank-year-count to report-rank-of.

           display "                  actual  normal  departure"
                   "   rank of " report-rank-of.

           move "mean temp C"       to figure-label.
           move 'T'                 to figure-kind.
           move this-mean-num       to figure-actual-num.
           move rank-mean           to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-mean-c) to figure-normal-num
           end-if.
           perform print-one-figure.

           move "mean min C"        to figure-label.
           move 'T'                 to figure-kind.
           move this-min-num        to figure-actual-num.
           move rank-min            to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-mean-min-c)
                 to figure-normal-num
           end-if.
           perform print-one-figure.

           move "mean max C"        to figure-label.
           move 'T'                 to figure-kind.
           move this-max-num        to figure-actual-num.
           move rank-max            to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-mean-max-c)
                 to figure-normal-num
           end-if.
           perform print-one-figure.

           move "precip mm"         to figure-label.
           move 'P'                 to figure-kind.
           move this-precip-num     to figure-actual-num.
           move rank-precip         to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-precip) to figure-normal-num
           end-if.
           perform print-one-figure.

           move "HDD"               to figure-label.
           move 'P'                 to figure-kind.
           move this-hdd-num        to figure-actual-num.
           move rank-hdd            to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-hdd) to figure-normal-num
           end-if.
           perform print-one-figure.

           move "CDD"               to figure-label.
           move 'P'                 to figure-kind.
           move this-cdd-num        to figure-actual-num.
           move rank-cdd            to figure-rank.
           if normal-found-flag = 'Y'
               move function numval(cn-cdd) to figure-normal-num
           end-if.
           perform print-one-figure.


      *> temperatures are judged in degrees against ANOMALYBAND,
      *> precip and degree-days as a percentage of the normal
      *> against ANOMALYPCT - a normal of nothing has no
      *> percentage, so a dry month or one with no cooling at all
      *> is never flagged for it.
       print-one-figure.

           move figure-actual-num to report-actual.
           move figure-rank       to report-rank.
           move spaces            to figure-flag.

           if normal-found-flag = 'N'
               display figure-label "  " report-actual
                       "       -          -   " report-rank
           else
               compute figure-departure-num =
                   figure-actual-num - figure-normal-num
               move figure-departure-num to figure-departure-abs
               if figure-departure-abs < 0
                   compute figure-departure-abs =
                       0 - figure-departure-abs
               end-if
               move figure-normal-num    to report-normal
               move figure-departure-num to report-departure
               if figure-kind = 'T'
                   if figure-departure-abs > anomaly-band-num
                       move "BEYOND BAND" to figure-flag
                   end-if
                   display figure-label "  " report-actual
                           " " report-normal " " report-departure
                           "    " report-rank "  " figure-flag
               else
                   if figure-normal-num > 0
                       compute figure-departure-pct rounded =
                           figure-departure-num * 100
                           / figure-normal-num
                       move figure-departure-pct
                         to report-departure-pct
                       if figure-departure-abs * 100
                          > figure-normal-num * anomaly-pct-num
                           move "BEYOND BAND" to figure-flag
                       end-if
                       display figure-label "  " report-actual
                               " " report-normal " " report-departure
                               report-departure-pct "%"
                               report-rank "  " figure-flag
                   else
                       display figure-label "  " report-actual
                               " " report-normal " " report-departure
                               "       " report-rank
                   end-if
               end-if
           end-if.

           if figure-flag not = spaces
               add 1 to figures-flagged-count
           end-if.


      *> every year of the same month on file for the site that
      *> is complete enough to count - this year included, so a
      *> short month still ranks among the rest.
       rank-among-years.

           move 1 to rank-year-count.
           move 1 to rank-mean rank-min rank-max
                     rank-precip rank-hdd rank-cdd.

           move 'Y'        to more-records.
           move spaces     to climate-month-record.
           move location   to cm-location.
           move low-values to cm-month.

           start climate-month-file
               key is greater than or equal to cm-key
               invalid key
                   move 'N' to more-records
           end-start.

           perform rank-one-other-year until more-records = 'N'.


       rank-one-other-year.

           read climate-month-file next record
               at end
                   move 'N' to more-records
               not at end
                   if cm-location not = location
                       move 'N' to more-records
                   else
                       if cm-month(5:2) = report-month-text(5:2)
                          and cm-month not = report-month-text
                          and cm-day-count * 100
                              >= cm-days-in-month * coverage-pct-num
                           perform compare-other-year
                       end-if
                   end-if
           end-read.


       compare-other-year.

           add 1 to rank-year-count.

           move function numval(cm-mean-c) to other-num.
           if other-num > this-mean-num
               add 1 to rank-mean
           end-if.

           move function numval(cm-mean-min-c) to other-num.
           if other-num > this-min-num
               add 1 to rank-min
           end-if.

           move function numval(cm-mean-max-c) to other-num.
           if other-num > this-max-num
               add 1 to rank-max
           end-if.

           move function numval(cm-precip) to other-num.
           if other-num > this-precip-num
               add 1 to rank-precip
           end-if.

           move function numval(cm-hdd) to other-num.
           if other-num > this-hdd-num
               add 1 to rank-hdd
           end-if.

           move function numval(cm-cdd) to other-num.
           if other-num > this-cdd-num
               add 1 to rank-cdd
           end-if.


       end program climrpt.
