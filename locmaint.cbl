      *> utc offset is written out as the server's own zone
      *> (SERVERUTC in weather.cfg) so old lines keep bucketing on
      *> the server day they always did; a filled one must be a
      *> signed hhmm no further than 14 hours from utc. blank
      *> polling intervals are written out as 60 minutes calm and
      *> 15 in storm mode, or the calm interval if that is shorter
      *> than 15; filled ones must be whole minutes, at least 5,
      *> the calm interval no longer than the polling gap the
      *> coverage monitor reports as a hole (GAPHOURS in
      *> weather.cfg, and never more than a day), and the storm
      *> interval no longer than the calm one.
      *>
      *> before the master is replaced, the one already on file is
      *> read into a table and every site the new master adds,
      *> drops or changes is written to the master change journal
      *> (weather-master-journal.dat, through jrnllog) - the whole
      *> line for a site added or removed, the before and after of
      *> each field that changed, with a site going to or from 'I'
      *> called out as SUSPENDED or REACTIVATED. each line carries
      *> the run timestamp and the name of the operator, asked for
      *> up front; no name, and the master is left as it is.

       environment division.

       01  reject-file-status             pic x(2).

       01  more-locations                 pic x(1) value 'Y'.
       01  more-previous                  pic x(1) value 'Y'.

       01  records-read-count             pic 9(4) comp value 0.
       01  records-accepted-count         pic 9(4) comp value 0.

       01  overflow-field                 pic x(100).

      *> only the server zone and the gap hours are used here; the
      *> other settings opscfgld hands back still need storage for
      *> the call to land in.
       01  ops-retain-days                pic x(255).
       01  ops-gap-hours                  pic x(255).
       01  ops-coverage-pct               pic x(255).
       01  offset-mm-num                  pic 9(2).
       01  offset-ok-flag                 pic x(1).

       01  max-poll-mins                  pic 9(5).
       01  poll-mins-num                  pic 9(5).
       01  storm-mins-num                 pic 9(5).
       01  storm-mins-edited              pic z(4)9.
       01  interval-ok-flag               pic x(1).

       01  max-seen-names                 pic 9(4) value 100.
       01  seen-name-count                pic 9(4) comp value 0.
       01  seen-scan-index                pic 9(4) comp.
           03  seen-name occurs 100 times
                                          pic x(30).

      *> the master as it stood before this run, for the change
      *> journal. ps-matched-flag goes to 'Y' when the new master
      *> has the site too; the ones left 'N' were removed.
       01  max-previous-sites             pic 9(4) value 100.
       01  previous-site-count            pic 9(4) comp value 0.
       01  previous-scan-index            pic 9(4) comp.
       01  previous-found-flag            pic x(1).
       01  previous-full-flag             pic x(1) value 'N'.

       01  previous-site-table.
           03  previous-site-entry occurs 100 times.
               05  ps-site-name          pic x(30).
               05  ps-city               pic x(100).
               05  ps-region             pic x(100).
               05  ps-temp-unit          pic x(1).
               05  ps-speed-unit         pic x(1).
               05  ps-active-flag        pic x(1).
               05  ps-base-temp          pic x(8).
               05  ps-utc-offset         pic x(6).
               05  ps-poll-mins          pic x(5).
               05  ps-storm-mins         pic x(5).
               05  ps-master-line        pic x(255).
               05  ps-matched-flag       pic x(1).

       01  current-timestamp              pic x(21).
       01  operator-name                  pic x(20).

      *> the line as written to the new master, kept for the
      *> journal once the record area has gone with the write.
       01  master-line                    pic x(255).

       01  journal-timestamp              pic x(14).
       01  journal-master                 pic x(10) value "LOCATIONS".
       01  journal-program                pic x(12) value "locmaint".
       01  journal-site-name              pic x(30).
       01  journal-row-key                pic x(20) value spaces.
       01  journal-change                 pic x(12).
       01  journal-field                  pic x(12).
       01  journal-before                 pic x(255).
       01  journal-after                  pic x(255).
       01  journal-written-flag           pic x(1).

       01  journal-line-count             pic 9(4) comp value 0.
       01  journal-failed-count           pic 9(4) comp value 0.

       01  locmaint-return-value          pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.


           display "=== locations master maintenance ===".

           display "your name (for the master change journal):".
           move spaces to operator-name.
           accept operator-name.

           if operator-name = spaces
               display "no name given - LOCATIONS.MASTER left as it is"
               move 8 to return-code
               goback
           end-if.

           move function current-date to current-timestamp.
           move current-timestamp(1:14) to journal-timestamp.

           call 'opscfgld' using ops-retain-days ops-gap-hours
                                  ops-coverage-pct
                                  ops-escalate-mins
                                  ops-api-quota
                                  ops-quota-warn-pct.

      *> a calm interval longer than GAPHOURS would have covgrpt
      *> report every skipped hour of a quiet site as a hole and
      *> page on its coverage.
           compute max-poll-mins =
               function numval(ops-gap-hours) * 60.

           if max-poll-mins < 5 or max-poll-mins > 1440
               move 1440 to max-poll-mins
           end-if.

           perform load-previous-master.

           if previous-full-flag = 'Y'
               display "more than " max-previous-sites
                        " sites on the previous master - too many to "
                        "journal, LOCATIONS.MASTER left as it is"
               move 8 to return-code
               goback
           end-if.

           open input locations-file

           call 'checkfilestatus' using locations-file-name
           close master-file
           close reject-file

           perform journal-one-removed-site
               varying previous-scan-index from 1 by 1
               until previous-scan-index > previous-site-count.

           display "records read:     " records-read-count.
           display "records accepted: " records-accepted-count.
           display "records rejected: " records-rejected-count.
           display "journal lines:    " journal-line-count.

           if records-rejected-count > 0
               move 4 to locmaint-return-value
           end-if.

           if journal-failed-count > 0
               display "WARNING: " journal-failed-count
                        " change(s) could not be journalled"
               if locmaint-return-value = 0
                   move 4 to locmaint-return-value
               end-if
           end-if.

           move locmaint-return-value to return-code.

           goback.


      *> a first run has no master yet - every site it writes is
      *> journalled as added.
       load-previous-master.

           open input master-file.

           if master-file-status = '35'
               display "no previous LOCATIONS.MASTER - every site "
                        "is journalled as added"
           else
               call 'checkfilestatus' using master-file-name
                                             master-file-status
                                             no-location
                                             locmaint-return-value
               perform load-one-previous-site
                   until more-previous = 'N'
               close master-file
           end-if.


       load-one-previous-site.

           read master-file
               at end
                   move 'N' to more-previous
               not at end
                   if master-record not = spaces
                       perform add-previous-site
                   end-if
           end-read.


       add-previous-site.

           if previous-site-count < max-previous-sites
               add 1 to previous-site-count
               move spaces to site-columns
               unstring master-record delimited by ',' into
                        site-name
                        site-city
                        site-region
                        site-temp-unit
                        site-speed-unit
                        site-active-flag
                        site-base-temp
                        site-utc-offset
                        site-poll-mins
                        site-storm-mins
               move site-name
                 to ps-site-name(previous-site-count)
               move site-city
                 to ps-city(previous-site-count)
               move site-region
                 to ps-region(previous-site-count)
               move site-temp-unit
                 to ps-temp-unit(previous-site-count)
               move site-speed-unit
                 to ps-speed-unit(previous-site-count)
               move site-active-flag
                 to ps-active-flag(previous-site-count)
               move site-base-temp
                 to ps-base-temp(previous-site-count)
               move site-utc-offset
                 to ps-utc-offset(previous-site-count)
               move site-poll-mins
                 to ps-poll-mins(previous-site-count)
               move site-storm-mins
                 to ps-storm-mins(previous-site-count)
               move master-record
                 to ps-master-line(previous-site-count)
               move 'N' to ps-matched-flag(previous-site-count)
           else
               move 'Y' to previous-full-flag
               move 'N' to more-previous
           end-if.


       validate-one-record.

           read locations-file
                    site-active-flag
                    site-base-temp
                    site-utc-offset
                    site-poll-mins
                    site-storm-mins
                    overflow-field

           if site-active-flag = space
                 to site-utc-offset
           end-if.

           if site-poll-mins = spaces
               move "60" to site-poll-mins
           end-if.

           evaluate true

               when overflow-field not = spaces

               when other
                   perform check-utc-offset
                   perform check-poll-intervals
                   evaluate true
                       when offset-ok-flag = 'N'
                           move "BAD UTC OFFSET" to reject-reason
                       when interval-ok-flag = 'P'
                           move "BAD POLL INTERVAL" to reject-reason
                       when interval-ok-flag = 'S'
                           move "BAD STORM INTERVAL" to reject-reason
                       when other
                           perform check-duplicate-site-name
                   end-evaluate

           end-evaluate.

           end-if.


      *> whole minutes, at least 5, calm at most max-poll-mins
      *> (the GAPHOURS gap) and storm at most calm, a blank storm
      *> interval filled in once the calm one is known good;
      *> interval-ok-flag comes back 'Y', or 'P' / 'S' for
      *> whichever is bad.
       check-poll-intervals.

           move 'Y' to interval-ok-flag.

           if function test-numval(site-poll-mins) not = 0
               move 'P' to interval-ok-flag
           else
               move function numval(site-poll-mins) to poll-mins-num
               if function numval(site-poll-mins) not = poll-mins-num
                  or poll-mins-num < 5
                  or poll-mins-num > max-poll-mins
                   move 'P' to interval-ok-flag
               end-if
           end-if.

      *> a blank storm interval is 15, but never longer than a
      *> calm interval shorter than that.
           if interval-ok-flag = 'Y'
              and site-storm-mins = spaces
               if poll-mins-num < 15
                   move poll-mins-num to storm-mins-edited
                   move function trim(storm-mins-edited)
                     to site-storm-mins
               else
                   move "15" to site-storm-mins
               end-if
           end-if.

           if interval-ok-flag = 'Y'
               if function test-numval(site-storm-mins) not = 0
                   move 'S' to interval-ok-flag
               else
                   move function numval(site-storm-mins)
                     to storm-mins-num
                   if function numval(site-storm-mins)
                      not = storm-mins-num
                      or storm-mins-num < 5
                      or storm-mins-num > poll-mins-num
                       move 'S' to interval-ok-flag
                   end-if
               end-if
           end-if.


       check-duplicate-site-name.

           move 'N' to duplicate-flag.

       write-master-record.

           move spaces to master-line.

           move
               function concatenate(
                           ",";
                           function trim(site-base-temp);
                           ",";
                           function trim(site-utc-offset);
                           ",";
                           function trim(site-poll-mins);
                           ",";
                           function trim(site-storm-mins))
               to master-line

           write master-record from master-line.

           add 1 to records-accepted-count.

           perform journal-site-against-previous.


       journal-site-against-previous.

           move site-name to journal-site-name.

           move 'N' to previous-found-flag.
           move 0   to previous-scan-index.
           perform scan-previous-sites
               until previous-found-flag = 'Y'
                  or previous-scan-index >= previous-site-count.

           if previous-found-flag = 'N'
               move "ADDED"       to journal-change
               move "RECORD"      to journal-field
               move spaces        to journal-before
               move master-line   to journal-after
               perform write-journal-line
               if site-active-flag = 'I'
                   move "SUSPENDED"   to journal-change
                   move "ACTIVE-FLAG" to journal-field
                   move spaces        to journal-before
                   move site-active-flag to journal-after
                   perform write-journal-line
               end-if
           else
               move 'Y' to ps-matched-flag(previous-scan-index)
               perform journal-changed-fields
           end-if.


       scan-previous-sites.

           add 1 to previous-scan-index.

           if ps-site-name(previous-scan-index) = site-name
               move 'Y' to previous-found-flag
           end-if.


      *> both sides trimmed, as the master line is written, so a
      *> stray space in LOCATIONS.DAT is not taken for a change.
       journal-changed-fields.

           move "CITY" to journal-field.
           move function trim(ps-city(previous-scan-index))
             to journal-before.
           move function trim(site-city) to journal-after.
           perform journal-one-field.

           move "REGION" to journal-field.
           move function trim(ps-region(previous-scan-index))
             to journal-before.
           move function trim(site-region) to journal-after.
           perform journal-one-field.

           move "TEMP-UNIT" to journal-field.
           move ps-temp-unit(previous-scan-index) to journal-before.
           move site-temp-unit to journal-after.
           perform journal-one-field.

           move "SPEED-UNIT" to journal-field.
           move ps-speed-unit(previous-scan-index) to journal-before.
           move site-speed-unit to journal-after.
           perform journal-one-field.

           move "ACTIVE-FLAG" to journal-field.
           move ps-active-flag(previous-scan-index) to journal-before.
           move site-active-flag to journal-after.
           perform journal-one-field.

           move "BASE-TEMP" to journal-field.
           move function trim(ps-base-temp(previous-scan-index))
             to journal-before.
           move function trim(site-base-temp) to journal-after.
           perform journal-one-field.

           move "UTC-OFFSET" to journal-field.
           move function trim(ps-utc-offset(previous-scan-index))
             to journal-before.
           move function trim(site-utc-offset) to journal-after.
           perform journal-one-field.

           move "POLL-MINS" to journal-field.
           move function trim(ps-poll-mins(previous-scan-index))
             to journal-before.
           move function trim(site-poll-mins) to journal-after.
           perform journal-one-field.

           move "STORM-MINS" to journal-field.
           move function trim(ps-storm-mins(previous-scan-index))
             to journal-before.
           move function trim(site-storm-mins) to journal-after.
           perform journal-one-field.


       journal-one-field.

           if journal-before not = journal-after
               move "CHANGED" to journal-change
               if journal-field = "ACTIVE-FLAG"
                   if journal-after = 'I'
                       move "SUSPENDED" to journal-change
                   end-if
                   if journal-before = 'I'
                       move "REACTIVATED" to journal-change
                   end-if
               end-if
               perform write-journal-line
           end-if.


       journal-one-removed-site.

           if ps-matched-flag(previous-scan-index) = 'N'
               move ps-site-name(previous-scan-index)
                 to journal-site-name
               move "REMOVED" to journal-change
               move "RECORD"  to journal-field
               move ps-master-line(previous-scan-index)
                 to journal-before
               move spaces    to journal-after
               perform write-journal-line
           end-if.


       write-journal-line.

           call 'jrnllog' using journal-timestamp journal-master
                                 journal-program operator-name
                                 journal-site-name journal-row-key
                                 journal-change journal-field
                                 journal-before journal-after
                                 journal-written-flag.

           if journal-written-flag = 'Y'
               add 1 to journal-line-count
           else
               add 1 to journal-failed-count
           end-if.


       write-reject-record.

