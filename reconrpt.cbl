      *> roof-sensor rows are skipped too: snsrload writes no
      *> audit record for them, so letting them into the match
      *> would report every imported reading as "history without
      *> audit" and dirty its month's clearance forever. rows the
      *> gap backfill wrote (source 'H') are skipped for the same
      *> reason - they fill hours no poll ran, so no audit record
      *> exists for them.
       read-one-history-record.

           read weather-history-file
                   if whx-timestamp(1:8) >= window-start-date
                      and whx-timestamp(1:8) <= window-end-date
                      and whx-source not = 'S'
                      and whx-source not = 'H'
                       perform match-one-history-record
                   end-if
           end-read.
