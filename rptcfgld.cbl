       identification division.
       program-id. rptcfgld.

      *> loads the reporting settings out of weather.cfg (plain
      *> KEY=VALUE lines, the same file and the same parse as
      *> configld) for the reports that flag a figure as out of
      *> the ordinary. kept separate from opscfgld so the batch
      *> programs' linkage does not grow with every report.
      *>
      *> ANOMALYBAND is how far, in degrees celsius, a month's mean
      *> temperatures may sit from the site's normal before climrpt
      *> flags them (2.0 when unset). ANOMALYPCT is the same band
      *> for the month's precip and degree-days, as a percentage of
      *> the normal (25 when unset). RUNTRENDPCT is how far, as a
      *> percentage, a job step's 7-night average run time may rise
      *> over its 30-night average before jobslarpt flags the step
      *> as trending longer (20 when unset).

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

       01  default-anomaly-band           pic x(255) value "2.0".
       01  default-anomaly-pct            pic x(255) value "25".
       01  default-run-trend-pct          pic x(255) value "20".

       linkage section.

       01  rpc-anomaly-band               pic x(255).
       01  rpc-anomaly-pct                pic x(255).
       01  rpc-run-trend-pct              pic x(255).

       procedure division using rpc-anomaly-band rpc-anomaly-pct
                                rpc-run-trend-pct.

       start-rptcfgld.

           move default-anomaly-band to rpc-anomaly-band.
           move default-anomaly-pct  to rpc-anomaly-pct.
           move default-run-trend-pct to rpc-run-trend-pct.

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

      *> split on the first '=' only, as configld does.
           move spaces to config-key config-value.
           move 1 to config-line-pointer.

           unstring config-record delimited by '=' into config-key
               with pointer config-line-pointer.

           if config-line-pointer <= length of config-record
               move config-record(config-line-pointer:) to config-value
           end-if.

           evaluate function trim(config-key)

               when "ANOMALYBAND"
                   move config-value to rpc-anomaly-band

               when "ANOMALYPCT"
                   move config-value to rpc-anomaly-pct

               when "RUNTRENDPCT"
                   move config-value to rpc-run-trend-pct

               when other
                   continue

           end-evaluate.

       end program rptcfgld.
