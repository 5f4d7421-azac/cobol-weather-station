      *> your name at the prompts, and the open episode in the
      *> alert-status store is marked acknowledged with who took
      *> it and when, which alertrpt and siteinq then show on the
      *> board, and which goes to dispatch as an ACKED event on
      *> the alert-event feed. blank site-name to leave.

       environment division.


       01  current-timestamp              pic x(21).

       01  event-name                     pic x(10) value "ACKED".
       01  event-value                    pic x(8)  value spaces.

       copy sitecols.

       procedure division.
                    " owned by " function trim(operator-name)
                    " since " as-ack-timestamp.

           call 'alevtlog' using as-location as-alert-type
                                  event-name event-value
                                  as-threshold as-peak-value
                                  operator-name.


       end program alertack.
