       identification division.
       program-id. bkupcfgld.

      *> loads the backup weather provider's settings out of
      *> weather.cfg (plain KEY=VALUE lines, the same file and the
      *> same parse as configld) for the fetch programs' failover
      *> and the budget checker. kept separate from configld so
      *> the primary fetch path's linkage does not grow with it.
      *>
      *> PROVIDER2 is the backup provider's name (only used on the
      *> console), APIKEY2 and BASEURL2 its key and base url, and
      *> APIQUOTA2 the metered calls per calendar month on its own
      *> plan - counted separately from the primary's APIQUOTA.
      *> there is no shipped backup: while APIKEY2 or BASEURL2 is
      *> unset the caller gets spaces back, which the fetch
      *> programs take to mean there is nothing to fail over to,
      *> so a config without the backup keys behaves exactly as it
      *> did before the backup existed.

       environment division.

       input-output section.

       file-control.

           select config-file
               assign to config-file-name
               file status is config-file-status
               organization is line sequential.

       data division.

       file section.

       fd  config-file.
       01  config-record                  pic x(255).

       working-storage section.

       01  config-file-name               pic x(64)
                                          value './weather.cfg'.
       01  config-file-status             pic x(2).

       01  more-config                    pic x(1) value 'Y'.

       01  config-key                     pic x(40).
       01  config-value                   pic x(255).
       01  config-line-pointer            pic 9(4) comp.

       01  default-provider-name          pic x(255) value "BACKUP".
       01  default-api-key                pic x(255) value spaces.
       01  default-base-url               pic x(255) value spaces.
       01  default-api-quota              pic x(255) value "0".

       linkage section.

       01  bkc-provider-name              pic x(255).
       01  bkc-api-key                    pic x(255).
       01  bkc-base-url                   pic x(255).
       01  bkc-api-quota                  pic x(255).

       procedure division using bkc-provider-name bkc-api-key
                                 bkc-base-url bkc-api-quota.

       start-bkupcfgld.

           move default-provider-name to bkc-provider-name.
           move default-api-key       to bkc-api-key.
           move default-base-url      to bkc-base-url.
           move default-api-quota     to bkc-api-quota.

           move 'Y' to more-config.

           open input config-file.

           if config-file-status = '00'
               perform read-one-config-line until more-config = 'N'
               close config-file
           end-if.

           goback.


       read-one-config-line.

           read config-file
               at end
                   move 'N' to more-config
               not at end
                   perform apply-one-config-line
           end-read.


       apply-one-config-line.

      *> split on the first '=' only, as configld does, so a url
      *> with its own query-string '=' comes through whole.
           move spaces to config-key config-value.
           move 1 to config-line-pointer.

           unstring config-record delimited by '=' into config-key
               with pointer config-line-pointer.

           if config-line-pointer <= length of config-record
               move config-record(config-line-pointer:) to config-value
           end-if.

           evaluate function trim(config-key)

               when "PROVIDER2"
                   move config-value to bkc-provider-name

               when "APIKEY2"
                   move config-value to bkc-api-key

               when "BASEURL2"
                   move config-value to bkc-base-url

               when "APIQUOTA2"
                   move config-value to bkc-api-quota

               when other
                   continue

           end-evaluate.

       end program bkupcfgld.
