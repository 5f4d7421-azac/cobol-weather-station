      *> backup-weather-columns - the backup provider's (visual
      *> crossing timeline service) current-conditions csv fields,
      *> in order. the reply is a header line followed by one data
      *> line; the column order is fixed by the elements= list
      *> getweathr puts on the request, which has to name the
      *> fields in exactly this order. getweathr moves each field
      *> across into the worldweatheronline weather-columns layout
      *> straight after the parse, so everything downstream of the
      *> fetch reads one layout whichever provider answered. kept
      *> next to wthrcols so the column order only has to change
      *> in one place when a provider field changes.

       01  backup-weather-columns.

           03  bw-datetime     pic x(100).
           03  bw-temp         pic x(100).
           03  bw-humidity     pic x(100).
           03  bw-precip       pic x(100).
           03  bw-windspeed    pic x(100).
           03  bw-winddir      pic x(100).
           03  bw-pressure     pic x(100).
           03  bw-cloudcover   pic x(100).
           03  bw-visibility   pic x(100).
           03  bw-conditions   pic x(100).
