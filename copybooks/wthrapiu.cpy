      *> program made it (getweathr or getfcast). ap-outcome is
      *> 'S' when the attempt came back with usable data and 'F'
      *> when it did not - a failed attempt still burned a metered
      *> call, which is the whole point of counting them.
      *> ap-provider says whose plan the call was spent against:
      *> 'P' the primary provider, 'B' the backup provider weather.cfg
      *> names as PROVIDER2. lines written before there was a backup
      *> carry a space there and count as the primary. the budget
      *> checker and the daily usage report read the month back out
      *> of this file, each provider against its own quota. shared
      *> by every program that writes or reads the ledger, so the
      *> fd in each of them lines up byte for byte.

       01  api-usage-record.
           03  ap-timestamp        pic x(14).
           03  ap-location         pic x(255).
           03  filler              pic x(01).
           03  ap-outcome          pic x(01).
           03  filler              pic x(01).
           03  ap-provider         pic x(01).
