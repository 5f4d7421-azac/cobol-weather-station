       program-id. apiusage.

      *> appends one call-attempt record (timestamp, calling
      *> program, site, success or failure, and which provider's
      *> plan the call was spent against) to the shared api
      *> usage ledger, in the style of auditlog. called by the
      *> fetch programs after every attempt at the provider - the
      *> key in weather.cfg is on a metered plan and a retry burns
       01  apu-program                    pic x(12).
       01  apu-location                   pic x(255).
       01  apu-outcome                    pic x(1).
       01  apu-provider                   pic x(1).

       procedure division using apu-program apu-location
                                 apu-outcome apu-provider.

       start-apiusage.

           move apu-program             to ap-program.
           move apu-location            to ap-location.
           move apu-outcome             to ap-outcome.
           move apu-provider            to ap-provider.

           open extend api-usage-file.

