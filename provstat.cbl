       identification division.
       program-id. provstat.

      *> keeps the per-site provider failover state for getweathr
      *> and getfcast in weather-provider.idx, so a site whose
      *> primary provider has stopped answering stays on the
      *> backup across runs instead of burning a full set of
      *> primary retries every poll before it gets there.
      *>
      *> three requests:
      *>   'Q' - which provider is the site on? hands back 'B' when
      *>         the site has failed over, 'P' otherwise (no record,
      *>         or the store can't be read, means the primary).
      *>   'F' - the primary has failed for the site and the caller
      *>         is switching it to the backup.
      *>   'R' - the primary answered again for a site that was on
      *>         the backup; switch it back.
      *> the provider the site is on after the request is handed
      *> back in pst-provider every time.
      *>
      *> if the store won't open the caller is told 'P' and the
      *> change is lost with a warning on the console - the fetch
      *> itself matters more than the bookkeeping, and the worst
      *> case is the old behaviour of trying the primary first.

       environment division.

       input-output section.

       file-control.

           select provider-state-file
               assign to provider-state-file-name
               file status is provider-state-file-status
               organization is indexed
               access mode is dynamic
               record key is pv-location.

       data division.

       file section.

       fd  provider-state-file.
       copy wthrprvs.

       working-storage section.

       01  provider-state-file-name       pic x(64)
                                          value
                                          './weather-provider.idx'.
       01  provider-state-file-status     pic x(2).

       01  state-found-flag               pic x(1).

       01  current-timestamp              pic x(21).

       linkage section.

       01  pst-request                    pic x(1).
       01  pst-location                   pic x(255).
       01  pst-provider                   pic x(1).

       procedure division using pst-request pst-location
                                 pst-provider.

       start-provstat.

           move 'P' to pst-provider.

           evaluate pst-request
               when 'Q'
                   perform query-provider-state
               when 'F'
                   perform record-state-change
               when 'R'
                   perform record-state-change
               when other
                   continue
           end-evaluate.

           goback.


       query-provider-state.

           open input provider-state-file.

           if provider-state-file-status = '00'
               perform read-site-state
               if state-found-flag = 'Y'
                   move pv-active-provider to pst-provider
               end-if
               close provider-state-file
           end-if.


       record-state-change.

           open i-o provider-state-file.

           if provider-state-file-status = '05' or
              provider-state-file-status = '35'
               open output provider-state-file
               close provider-state-file
               open i-o provider-state-file
           end-if.

           if provider-state-file-status <> '00'
               display "WARNING: could not open "
                        function trim(provider-state-file-name)
                        " status " provider-state-file-status
                        " - provider switch not recorded for "
                        function trim(pst-location)
           else
               perform read-site-state
               if pst-request = 'F'
                   perform switch-site-to-backup
               else
                   perform switch-site-to-primary
               end-if
               close provider-state-file
           end-if.


       read-site-state.

           move spaces       to provider-state-record.
           move pst-location to pv-location.

           read provider-state-file
               invalid key
                   move 'N' to state-found-flag
               not invalid key
                   move 'Y' to state-found-flag
           end-read.


       switch-site-to-backup.

           move function current-date to current-timestamp.

           if state-found-flag = 'N'
               move spaces       to provider-state-record
               move pst-location to pv-location
               move 'B'          to pv-active-provider
               move current-timestamp(1:14)
                 to pv-failover-timestamp
               move 1            to pv-failover-count
               write provider-state-record
                   invalid key
                       continue
               end-write
           else
               if pv-active-provider not = 'B'
                   move 'B' to pv-active-provider
                   move current-timestamp(1:14)
                     to pv-failover-timestamp
                   add 1 to pv-failover-count
                   rewrite provider-state-record
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if.

           move 'B' to pst-provider.


       switch-site-to-primary.

           move function current-date to current-timestamp.

           if state-found-flag = 'Y'
              and pv-active-provider = 'B'
               move 'P' to pv-active-provider
               move current-timestamp(1:14) to pv-recover-timestamp
               rewrite provider-state-record
                   invalid key
                       continue
               end-rewrite
           end-if.

           move 'P' to pst-provider.

       end program provstat.
