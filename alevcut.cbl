       identification division.
       program-id. alevcut.

      *> cuts the alert-event feed into numbered batches for the
      *> dispatch system. pages go out through notify-alert.sh and
      *> leave no trail of what dispatch actually took in; this
      *> job takes every event alevtlog has added to
      *> weather-alert-events.dat since the last cut and writes it
      *> to the next weather-alert-batch-nnnnnn.dat (wthralbt
      *> layouts: header, one detail per event, trailer with the
      *> control totals), for the transfer to pick up as it picks
      *> up weather-extract.dat. the batch number and the highest
      *> sequence cut so far are kept in weather-alert-batch.ctl.
      *>
      *> dispatch hands back weather-alert-batch.ack (wthralak) with
      *> the last sequence it loaded. a normal cut warns, return
      *> code 4, when events cut in an earlier batch are still not
      *> acknowledged; run with RESEND on the command line, the job
      *> instead cuts everything above the acknowledged sequence
      *> into a fresh batch marked 'R', so a transfer that failed
      *> never silently drops a freeze warning. dispatch loads by
      *> sequence, so an event that arrives twice is recognised.
      *>
      *> the feed is also checked for a break in the numbering on
      *> every cut - a gap is reported and ends the run with return
      *> code 4, but the batch is still cut, because holding back
      *> the events either side of it would do more harm.

       environment division.

       input-output section.

       file-control.

           select alert-event-file
               assign to alert-event-file-name
               file status is alert-event-file-status
               organization is line sequential.

           select batch-control-file
               assign to batch-control-file-name
               file status is batch-control-file-status
               organization is line sequential.

           select batch-ack-file
               assign to batch-ack-file-name
               file status is batch-ack-file-status
               organization is line sequential.

           select alert-batch-file
               assign to alert-batch-file-name
               file status is alert-batch-file-status
               organization is line sequential.

       data division.

       file section.

       fd  alert-event-file.
       01  alert-event-line               pic x(352).

       fd  batch-control-file.
       01  batch-control-line             pic x(30).

       fd  batch-ack-file.
       copy wthralak.

       fd  alert-batch-file.
       01  alert-batch-line               pic x(354).

       working-storage section.

       copy wthralev.
       copy wthralbt.

       01  alert-event-file-name          pic x(64)
                                          value
                                          './weather-alert-events.dat'.
       01  alert-event-file-status        pic x(2).

       01  batch-control-file-name        pic x(64)
                                          value
                                          './weather-alert-batch.ctl'.
       01  batch-control-file-status      pic x(2).

       01  batch-ack-file-name            pic x(64)
                                          value
                                          './weather-alert-batch.ack'.
       01  batch-ack-file-status          pic x(2).

       01  alert-batch-file-name          pic x(64).
       01  alert-batch-file-status        pic x(2).

       01  run-mode                       pic x(255).
       01  resend-mode-flag               pic x(1) value 'N'.

       01  more-events                    pic x(1).

       01  last-batch-number              pic 9(6) value 0.
       01  last-sequence-cut              pic 9(9) value 0.
       01  last-sequence-acked            pic 9(9) value 0.
       01  ack-on-file-flag               pic x(1) value 'N'.

       01  first-sequence-wanted          pic 9(9).
       01  previous-sequence              pic 9(9) value 0.
       01  expected-sequence              pic 9(9).
       01  highest-sequence               pic 9(9) value 0.

       01  batch-number                   pic 9(6).
       01  batch-first-sequence           pic 9(9) value 0.
       01  batch-last-sequence            pic 9(9) value 0.

       01  events-read-count              pic 9(8) comp value 0.
       01  events-to-cut-count            pic 9(8) comp value 0.
       01  gap-count                      pic 9(4) comp value 0.

       01  batch-detail-count             pic 9(6) comp value 0.
       01  batch-sequence-hash            pic 9(15) value 0.
       01  batch-value-hash               pic s9(9)v9(1) value 0.
       01  event-value-num                pic s9(5)v9(1).

       01  current-timestamp              pic x(21).

       01  alevcut-return-value           pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.

       procedure division.


       run-alevcut.

           display "=== alert-event batch cut ===".

           move function current-date to current-timestamp.

           accept run-mode from command-line.

           if function upper-case(function trim(run-mode)) = "RESEND"
               move 'Y' to resend-mode-flag
               display "mode: RESEND of unacknowledged events"
           end-if.

           perform read-batch-control.
           perform read-batch-ack.

           display "last batch cut:        " last-batch-number.
           display "last sequence cut:     " last-sequence-cut.

           if ack-on-file-flag = 'Y'
               display "last sequence loaded:  " last-sequence-acked
                       " (batch " ak-batch-number " at "
                       ak-timestamp ")"
           else
               display "no acknowledgement from dispatch on file"
           end-if.

           if resend-mode-flag = 'Y'
               compute first-sequence-wanted = last-sequence-acked + 1
           else
               compute first-sequence-wanted = last-sequence-cut + 1
               if last-sequence-acked < last-sequence-cut
                   compute expected-sequence = last-sequence-acked + 1
                   display "WARNING: sequences " expected-sequence
                           " to " last-sequence-cut
                           " were cut but dispatch has not "
                           "acknowledged them - run alevcut RESEND"
                   move 4 to alevcut-return-value
               end-if
           end-if.

           perform scan-event-feed.

           if events-to-cut-count = 0
               if resend-mode-flag = 'Y'
                   display "nothing unacknowledged - no batch cut"
               else
                   display "no new events since the last cut - "
                           "no batch cut"
               end-if
           else
               perform cut-batch
               perform save-batch-control
           end-if.

           display "events on the feed:    " events-read-count.
           display "highest sequence:      " highest-sequence.

           if gap-count > 0
               display "WARNING: " gap-count
                       " break(s) in the event numbering"
               move 4 to alevcut-return-value
           end-if.

           move alevcut-return-value to return-code.

           goback.


       read-batch-control.

           open input batch-control-file.

           if batch-control-file-status = '00'
               read batch-control-file
                   at end
                       continue
                   not at end
                       move batch-control-line
                         to alert-batch-control-record
                       move abc-last-batch    to last-batch-number
                       move abc-last-sequence to last-sequence-cut
               end-read
               close batch-control-file
           end-if.


       read-batch-ack.

           open input batch-ack-file.

           if batch-ack-file-status = '00'
               read batch-ack-file
                   at end
                       continue
                   not at end
                       if ak-last-sequence is numeric
                           move 'Y' to ack-on-file-flag
                           move ak-last-sequence
                             to last-sequence-acked
                       else
                           display "WARNING: acknowledgement "
                                   "record not numeric - ignored"
                       end-if
               end-read
               close batch-ack-file
           end-if.


      *> first pass: the range to cut, and the numbering check
      *> over the whole feed.
       scan-event-feed.

           move 'Y' to more-events.

           open input alert-event-file.

           if alert-event-file-status <> '00'
               display "no alert-event feed on file (status "
                        alert-event-file-status ")"
               move 'N' to more-events
           end-if.

           perform scan-one-event until more-events = 'N'.

           if alert-event-file-status = '00'
              or alert-event-file-status = '10'
               close alert-event-file
           end-if.


       scan-one-event.

           read alert-event-file
               at end
                   move 'N' to more-events
               not at end
                   move alert-event-line to alert-event-record
                   add 1 to events-read-count
                   perform check-event-sequence
                   if ae-sequence >= first-sequence-wanted
                       add 1 to events-to-cut-count
                       if batch-first-sequence = 0
                           move ae-sequence to batch-first-sequence
                       end-if
                       move ae-sequence to batch-last-sequence
                   end-if
           end-read.


       check-event-sequence.

           compute expected-sequence = previous-sequence + 1.

           if ae-sequence not = expected-sequence
               add 1 to gap-count
               display "WARNING: sequence " ae-sequence
                       " follows " previous-sequence
           end-if.

           move ae-sequence to previous-sequence.

           if ae-sequence > highest-sequence
               move ae-sequence to highest-sequence
           end-if.


      *> second pass: the batch itself.
       cut-batch.

           compute batch-number = last-batch-number + 1.

           move function concatenate("./weather-alert-batch-";
                                     batch-number;
                                     ".dat")
             to alert-batch-file-name.

           open output alert-batch-file.

           call 'checkfilestatus' using alert-batch-file-name
                                         alert-batch-file-status
                                         no-location
                                         alevcut-return-value.

           perform write-batch-header.

           move 'Y' to more-events.

           open input alert-event-file.

           call 'checkfilestatus' using alert-event-file-name
                                         alert-event-file-status
                                         no-location
                                         alevcut-return-value.

           perform copy-one-event until more-events = 'N'.

           close alert-event-file.

           perform write-batch-trailer.

           close alert-batch-file.

           display "batch written: "
                    function trim(alert-batch-file-name)
                    " sequences " batch-first-sequence
                    " to " batch-last-sequence
                    " (" at-detail-count " events)".


       write-batch-header.

           move spaces to alert-batch-header-record.
           move 'H'                    to ah-record-type.
           move batch-number           to ah-batch-number.
           move current-timestamp(1:8) to ah-run-date.
           move current-timestamp(9:6) to ah-run-time.
           move batch-first-sequence   to ah-first-sequence.
           move batch-last-sequence    to ah-last-sequence.

           if resend-mode-flag = 'Y'
               move 'R' to ah-cut-kind
           else
               move 'N' to ah-cut-kind
           end-if.

           write alert-batch-line from alert-batch-header-record.


      *> only the range the scan settled on goes into the batch -
      *> events alevtlog appends meanwhile are past
      *> batch-last-sequence and wait for the next cut.
       copy-one-event.

           read alert-event-file
               at end
                   move 'N' to more-events
               not at end
                   move alert-event-line to alert-event-record
                   if ae-sequence >= first-sequence-wanted
                      and ae-sequence <= batch-last-sequence
                       perform write-batch-detail
                   end-if
           end-read.


       write-batch-detail.

           move spaces to alert-batch-detail-record.
           move 'D'           to ad-record-type.
           move ae-sequence   to ad-sequence.
           move ae-timestamp  to ad-timestamp.
           move ae-event      to ad-event.
           move ae-location   to ad-location.
           move ae-alert-type to ad-alert-type.
           move ae-value      to ad-value.
           move ae-threshold  to ad-threshold.
           move ae-peak       to ad-peak.
           move ae-actor      to ad-actor.

           write alert-batch-line from alert-batch-detail-record.

           add 1 to batch-detail-count.
           add ae-sequence to batch-sequence-hash.

           if ae-value not = spaces
               move function numval(ae-value) to event-value-num
               add event-value-num to batch-value-hash
           end-if.


       write-batch-trailer.

           move spaces to alert-batch-trailer-record.
           move 'T'                 to at-record-type.
           move batch-detail-count  to at-detail-count.
           move batch-sequence-hash to at-sequence-hash.
           move batch-value-hash    to at-value-hash.

           write alert-batch-line from alert-batch-trailer-record.


      *> a resend never winds the high-water mark back - the next
      *> normal cut still starts after the highest sequence any
      *> batch has carried.
       save-batch-control.

           move spaces to alert-batch-control-record.
           move batch-number to abc-last-batch.

           if batch-last-sequence > last-sequence-cut
               move batch-last-sequence to abc-last-sequence
           else
               move last-sequence-cut   to abc-last-sequence
           end-if.

           move current-timestamp(1:14) to abc-timestamp.

           open output batch-control-file.

           call 'checkfilestatus' using batch-control-file-name
                                         batch-control-file-status
                                         no-location
                                         alevcut-return-value.

           move alert-batch-control-record to batch-control-line.
           write batch-control-line.

           close batch-control-file.


       end program alevcut.
