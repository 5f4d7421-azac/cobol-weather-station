      *> past ESCALATEMINS (weather.cfg), re-notifies through
      *> notify-alert.sh with the state ESCALATED and the contact
      *> marked SECONDARY, then records the escalation on the
      *> episode itself so alertrpt and siteinq show it and hands
      *> dispatch an ESCALATED event on the alert-event feed. each
      *> episode escalates once; acknowledging it (alertack) is
      *> what stops the clock.

       01  notify-command                 pic x(255).
       01  notify-env-value               pic x(255).

       01  event-name                     pic x(10) value "ESCALATED".
       01  event-value                    pic x(8)  value spaces.
       01  event-actor                    pic x(20) value spaces.

       procedure division.



           perform notify-second-contact.

           call 'alevtlog' using as-location as-alert-type
                                  event-name event-value
                                  as-threshold as-peak-value
                                  event-actor.


      *> same environment-variable hand-off alertstat uses - the
      *> location text cannot be trusted inside a quoted shell
