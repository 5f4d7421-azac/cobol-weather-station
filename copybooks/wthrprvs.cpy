      *> provider-state-record - the per-site provider failover
      *> state (weather-provider.idx), one record per location
      *> that has ever failed over, keyed by the location string.
      *> pv-active-provider is 'B' while the site is being served
      *> by the backup provider and 'P' once the primary has come
      *> back; a site with no record has never left the primary.
      *> pv-failover-timestamp is when the site last switched to
      *> the backup, pv-recover-timestamp when it last switched
      *> back and pv-failover-count how many times it has gone
      *> over. maintained by provstat on behalf of getweathr and
      *> getfcast; shared by every program that writes or reads
      *> the store, so the fd in each of them lines up byte for
      *> byte.

       01  provider-state-record.
           03  pv-location             pic x(255).
           03  pv-active-provider      pic x(01).
           03  pv-failover-timestamp   pic x(14).
           03  pv-recover-timestamp    pic x(14).
           03  pv-failover-count       pic 9(05).
