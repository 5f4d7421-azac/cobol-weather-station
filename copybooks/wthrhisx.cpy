      *> way the old line-sequential weather-history.dat forced.
      *> histconv.cbl loads the store one time from the old file.
      *> whx-source says where the reading came from: 'S' is one
      *> of our own roof sensors (snsrload), anything else is a
      *> provider - 'P' (or the space older records carry) the
      *> primary provider, 'B' the backup provider getweathr fails
      *> over to when the primary stops answering for a site, and
      *> 'H' an hour gapfill backfilled from the primary's
      *> past-weather service after the coverage monitor found no
      *> poll covering it - provider data like the rest for the
      *> rollups, but not a live poll: the coverage monitor, the
      *> audit reconciliation and the variance report tell them
      *> apart. the rollup reports exclude the sensor rows so
      *> provider and sensor figures never mix in one average; the
      *> variance report is what pairs them up. shared by every
      *> program that writes or reads the store, so the fd in each
      *> of them lines up byte for byte.

       01  weather-history-ix-record.
           03  whx-key.
