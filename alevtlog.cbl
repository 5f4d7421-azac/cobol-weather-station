       identification division.
       program-id. alevtlog.

      *> appends one alert episode event (wthralev layout) to the
      *> outbound feed weather-alert-events.dat, in the style of
      *> auditlog. called by alertstat when an episode opens, moves
      *> its peak or clears, by alertack when it is acknowledged
      *> and by alertesc when it is escalated, so every page that
      *> goes out through notify-alert.sh also leaves a numbered
      *> event that alevcut can cut into a batch for dispatch.
      *>
      *> the sequence is gapless: the next number is one past the
      *> last in the control file weather-alert-events.seq, and the
      *> control file only moves on once the event is written - an
      *> event that could not be written does not use up its
      *> number. alertstat, alertack and alertesc can all be
      *> logging at once, so the control record is read with lock
      *> and held from the read, through the append, to the
      *> rewrite; a caller that finds it held waits a second and
      *> tries again, and after max-lock-attempts gives up with a
      *> warning rather than hand out a number twice. a missing
      *> control file or record is rebuilt off the last event in
      *> the feed, so the numbering carries on rather than starting
      *> again at one.

       environment division.

       input-output section.

       file-control.

           select alert-event-file
               assign to alert-event-file-name
               file status is alert-event-file-status
               organization is line sequential.

           select event-control-file
               assign to event-control-file-name
               file status is event-control-file-status
               organization is indexed
               access mode is random
               record key is event-control-key
               lock mode is manual.

       data division.

       file section.

       fd  alert-event-file.
       01  alert-event-line               pic x(352).

       fd  event-control-file.
       01  event-control-line.
           03  event-control-key          pic x(3).
           03  filler                     pic x(25).

       working-storage section.

       copy wthralev.

       01  alert-event-file-name          pic x(64)
                                          value
                                          './weather-alert-events.dat'.
       01  alert-event-file-status        pic x(2).

       01  event-control-file-name        pic x(64)
                                          value
                                          './weather-alert-events.seq'.
       01  event-control-file-status      pic x(2).

       01  sequence-record-key            pic x(3) value 'SEQ'.
       01  sequence-locked-flag           pic x(1).
       01  lock-attempt-count             pic 9(4) comp value 0.
       01  max-lock-attempts              pic 9(4) comp value 10.

       01  more-events                    pic x(1).
       01  last-sequence                  pic 9(9) value 0.
       01  event-written-flag             pic x(1).

       01  current-timestamp              pic x(21).

       linkage section.

       01  ale-location                   pic x(255).
       01  ale-alert-type                 pic x(12).
       01  ale-event                      pic x(10).
       01  ale-value                      pic x(8).
       01  ale-threshold                  pic x(8).
       01  ale-peak                       pic x(8).
       01  ale-actor                      pic x(20).

       procedure division using ale-location ale-alert-type ale-event
                                 ale-value ale-threshold ale-peak
                                 ale-actor.

       start-alevtlog.

           move function current-date to current-timestamp.
           move 'N' to event-written-flag.

           perform lock-last-sequence.

           if sequence-locked-flag = 'N'
               display "WARNING: could not lock "
                        function trim(event-control-file-name)
                        " status " event-control-file-status
                        " - " function trim(ale-event)
                        " event not recorded for "
                        function trim(ale-location)
               goback
           end-if.

           move spaces to alert-event-record.
           compute ae-sequence = last-sequence + 1.
           move current-timestamp(1:14) to ae-timestamp.
           move ale-event                to ae-event.
           move ale-location             to ae-location.
           move ale-alert-type           to ae-alert-type.
           move ale-value                to ae-value.
           move ale-threshold            to ae-threshold.
           move ale-peak                 to ae-peak.
           move ale-actor                to ae-actor.

           perform append-event.

           if event-written-flag = 'Y'
               perform save-last-sequence
           end-if.

           close event-control-file.

           goback.


      *> leaves the control file open i-o with its one record read
      *> with lock and last-sequence set, or sequence-locked-flag
      *> 'N' once max-lock-attempts tries have found it held.
       lock-last-sequence.

           move 'N' to sequence-locked-flag.
           move 0 to lock-attempt-count.

           perform try-lock-last-sequence
               until sequence-locked-flag = 'Y'
                  or lock-attempt-count >= max-lock-attempts.


       try-lock-last-sequence.

           add 1 to lock-attempt-count.

           open i-o event-control-file.

           if event-control-file-status = '05' or
              event-control-file-status = '35'
               open output event-control-file
               close event-control-file
               open i-o event-control-file
           end-if.

           if event-control-file-status = '00'
               move sequence-record-key to event-control-key
               read event-control-file with lock
                   invalid key
                       perform seed-last-sequence
               end-read
               if event-control-file-status = '00'
                   move event-control-line
                     to alert-event-control-record
                   if aec-last-sequence is numeric
                       move aec-last-sequence to last-sequence
                   else
                       perform recover-last-sequence
                   end-if
                   move 'Y' to sequence-locked-flag
               else
                   close event-control-file
               end-if
           end-if.

           if sequence-locked-flag = 'N'
              and lock-attempt-count < max-lock-attempts
               call "system" using "sleep 1"
           end-if.


      *> no control record yet - write one off the feed, and take
      *> the lock on it at the next try. if another caller wrote it
      *> first the write is refused and theirs stands.
       seed-last-sequence.

           perform recover-last-sequence.

           move spaces to alert-event-control-record.
           move sequence-record-key     to aec-key.
           move last-sequence           to aec-last-sequence.
           move current-timestamp(1:14) to aec-timestamp.

           write event-control-line from alert-event-control-record
               invalid key
                   continue
           end-write.

           move '23' to event-control-file-status.


      *> no control record - carry on from the last event in the
      *> feed itself.
       recover-last-sequence.

           move 0 to last-sequence.
           move 'Y' to more-events.

           open input alert-event-file.

           if alert-event-file-status = '00'
               perform read-one-past-event
                   until more-events = 'N'
               close alert-event-file
           end-if.


       read-one-past-event.

           read alert-event-file
               at end
                   move 'N' to more-events
               not at end
                   move alert-event-line to alert-event-record
                   if ae-sequence is numeric
                      and ae-sequence > last-sequence
                       move ae-sequence to last-sequence
                   end-if
           end-read.


       append-event.

           move 'N' to event-written-flag.

           open extend alert-event-file.

           if alert-event-file-status = '05' or
              alert-event-file-status = '35'
               open output alert-event-file
           end-if.

           if alert-event-file-status = '00'
               move alert-event-record to alert-event-line
               write alert-event-line
               if alert-event-file-status = '00'
                   move 'Y' to event-written-flag
               end-if
               close alert-event-file
           else
               display "WARNING: could not open "
                        function trim(alert-event-file-name)
                        " status " alert-event-file-status
                        " - " function trim(ale-event)
                        " event not recorded for "
                        function trim(ale-location)
           end-if.


      *> the control file is still open with the record held
      *> from lock-last-sequence; the close in start-alevtlog lets
      *> it go.
       save-last-sequence.

           move spaces to alert-event-control-record.
           move sequence-record-key     to aec-key.
           move ae-sequence             to aec-last-sequence.
           move current-timestamp(1:14) to aec-timestamp.

           rewrite event-control-line from alert-event-control-record
               invalid key
                   continue
           end-rewrite.

           if event-control-file-status not = '00'
               display "WARNING: could not rewrite "
                        function trim(event-control-file-name)
                        " status " event-control-file-status
                        " - sequence " ae-sequence " not saved"
           end-if.

       end program alevtlog.
