      *> ends with return-code 4 so the scheduler can page on it -
      *> which is also the answer, on file, to the degree-day
      *> billing question "were we actually polling that week".
      *>
      *> every gap is also written to weather-gaps.dat (rewritten
      *> each run) for gapfill to backfill from the provider's
      *> past-weather service. only live polls count as coverage
      *> here - sensor rows and backfilled rows are stepped over -
      *> so a backfilled hole still shows as the polling failure
      *> it was.

       environment division.

               file status is locations-file-status
               organization is line sequential.

           select coverage-gap-file
               assign to coverage-gap-file-name
               file status is coverage-gap-file-status
               organization is line sequential.

           select weather-history-file
               assign to weather-history-file-name
               file status is weather-history-file-status
       fd  locations-file.
       01  locations-record               pic x(255).

       fd  coverage-gap-file.
       copy wthrgap.

       fd  weather-history-file.
       copy wthrhisx.

                                          './weather-history.idx'.
       01  weather-history-file-status    pic x(2).

       01  coverage-gap-file-name         pic x(64)
                                          value './weather-gaps.dat'.
       01  coverage-gap-file-status       pic x(2).
       01  gap-file-open-flag             pic x(1) value 'N'.

      *> the retention and escalation settings opscfgld also hands
      *> back are not used here; they still need storage for the
      *> call to land in.
                                         no-location
                                         covgrpt-return-value

           perform open-gap-file

           perform process-one-site until more-locations = 'N'

           close locations-file

           if gap-file-open-flag = 'Y'
               close coverage-gap-file
           end-if

           display "sites below coverage floor: "
                    flagged-site-count.

           move report-date-part to report-date.


      *> the gap file only feeds the backfill; if it won't open the
      *> coverage report itself still runs.
       open-gap-file.

           open output coverage-gap-file.

           if coverage-gap-file-status = '00'
               move 'Y' to gap-file-open-flag
           else
               display "WARNING: could not open "
                        function trim(coverage-gap-file-name)
                        " status " coverage-gap-file-status
                        " - gaps not passed on for backfill"
           end-if.


       process-one-site.

           read locations-file
               not at end
                   if whx-location = location
                      and whx-timestamp(1:8) = report-date
                       if whx-source not = 'S'
                          and whx-source not = 'H'
                           perform take-one-reading
                       end-if
                   else
                       move 'N' to more-site-history
                   end-if
                        gap-from-hh ":" gap-from-mm
                        " to " gap-to-hh ":" gap-to-mm
                        " (" gap-minutes-edited " min)"
               if gap-file-open-flag = 'Y'
                   perform write-gap-record
               end-if
           end-if.


       write-gap-record.

           move spaces        to coverage-gap-record.
           move report-date   to cg-date.
           move gap-from-hh   to cg-from-time(1:2).
           move gap-from-mm   to cg-from-time(3:2).
           move gap-to-hh     to cg-to-time(1:2).
           move gap-to-mm     to cg-to-time(3:2).
           move gap-minutes   to cg-minutes.
           move site-name     to cg-site-name.
           move location      to cg-location.

           write coverage-gap-record.


       end program covgrpt.
