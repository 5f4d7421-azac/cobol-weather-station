      *> re-notifying, and a reading back inside the threshold
      *> marks the record cleared and sends the single all-clear.
      *>
      *> every one of those moments - opened, a new peak, cleared
      *> - is also handed to alevtlog as a numbered event for the
      *> dispatch feed.
      *>
      *> if the status store won't open, the run falls back to the
      *> old behaviour for a breach - append and notify every time -
      *> because a repeated page beats a missed one.
       01  peak-current-num               pic s9(5)v9(1).
       01  peak-recorded-num              pic s9(5)v9(1).

       01  peak-moved-flag                pic x(1).

       01  notify-command                 pic x(255).
       01  notify-env-value               pic x(255).
       01  notify-state-text              pic x(8).

       01  event-name                     pic x(10).
       01  event-peak                     pic x(8).
       01  event-actor                    pic x(20) value spaces.

       linkage section.

       01  als-location                   pic x(255).
               if als-breach-flag = 'Y'
                   perform record-alert-line
                   perform notify-alert-open
                   move "OPENED"  to event-name
                   move als-value to event-peak
                   perform log-alert-event
               end-if
               goback
           end-if.
           perform record-alert-line.
           perform notify-alert-open.

           move "OPENED"      to event-name.
           move as-peak-value to event-peak.
           perform log-alert-event.


       update-open-alert.

           move function numval(als-value)      to peak-current-num.
           move function numval(as-peak-value)  to peak-recorded-num.

           move 'N' to peak-moved-flag.

           if als-peak-direction = 'L'
               if peak-current-num < peak-recorded-num
                   move als-value to as-peak-value
                   move 'Y' to peak-moved-flag
               end-if
           else
               if peak-current-num > peak-recorded-num
                   move als-value to as-peak-value
                   move 'Y' to peak-moved-flag
               end-if
           end-if.

                   continue
           end-rewrite.

           if peak-moved-flag = 'Y'
               move "PEAK"        to event-name
               move as-peak-value to event-peak
               perform log-alert-event
           end-if.


       clear-open-alert.

           move "CLEARED" to notify-state-text.
           perform notify-alert.

           move "CLEARED"     to event-name.
           move as-peak-value to event-peak.
           perform log-alert-event.


       record-alert-line.

           call "system" using function trim(notify-command).


       log-alert-event.

           call 'alevtlog' using als-location als-alert-type
                                  event-name als-value
                                  als-threshold event-peak
                                  event-actor.


       end program alertstat.
