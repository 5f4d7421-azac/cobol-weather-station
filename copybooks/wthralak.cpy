      *> alert-batch acknowledgement - the one-record file the
      *> dispatch system returns as weather-alert-batch.ack once it
      *> has loaded a batch of the alert-event feed: the last event
      *> sequence it loaded, the batch that sequence came in and
      *> when it was loaded. everything above ak-last-sequence is
      *> unacknowledged, and alevcut RESEND cuts it again.

       01  alert-batch-ack-record.
           03  ak-last-sequence    pic 9(09).
           03  filler              pic x(01).
           03  ak-batch-number     pic 9(06).
           03  filler              pic x(01).
           03  ak-timestamp        pic x(14).
