      *> backup-forecast-columns - the backup provider's (visual
      *> crossing timeline service) per-day forecast csv fields, in
      *> order. the reply is a header line followed by one line per
      *> forecast day in this layout; the column order is fixed by
      *> the elements= list getfcast puts on the request, which has
      *> to name the fields in exactly this order. conditions goes
      *> last because its text can carry commas of its own. used by
      *> getfcast.cbl's parse of the backup reply so the column
      *> order only has to change in one place when a provider
      *> field changes.

       01  backup-forecast-columns.

           03  bf-date         pic x(100).
           03  bf-tempmax      pic x(100).
           03  bf-tempmin      pic x(100).
           03  bf-precip       pic x(100).
           03  bf-windspeed    pic x(100).
           03  bf-conditions   pic x(100).
