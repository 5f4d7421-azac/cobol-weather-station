      *> alert-event batch records - one numbered transmission of
      *> the alert-event feed, cut by alevcut off
      *> weather-alert-events.dat into
      *> weather-alert-batch-nnnnnn.dat for the dispatch system, in
      *> the style of the weather-extract feed: one 'H' header
      *> (batch number, cut date and time, 'N' for a new cut or
      *> 'R' for a resend of events dispatch has not acknowledged,
      *> and the first and last sequence in the batch), one 'D'
      *> detail per event, then one 'T' trailer carrying the
      *> detail count and additive hash totals (sum of the
      *> sequence numbers, sum of the event values) so the
      *> receiving side can prove it got the whole batch.
      *>
      *> alert-batch-control-record is the one-record control file
      *> weather-alert-batch.ctl: the last batch number handed out
      *> and the highest sequence any batch has carried. shared by
      *> alevcut and anything downstream that reads the batches, so
      *> the layouts line up byte for byte.

       01  alert-batch-header-record.
           03  ah-record-type      pic x(01).
           03  filler              pic x(01).
           03  ah-batch-number     pic 9(06).
           03  filler              pic x(01).
           03  ah-run-date         pic x(08).
           03  filler              pic x(01).
           03  ah-run-time         pic x(06).
           03  filler              pic x(01).
           03  ah-cut-kind         pic x(01).
           03  filler              pic x(01).
           03  ah-first-sequence   pic 9(09).
           03  filler              pic x(01).
           03  ah-last-sequence    pic 9(09).

       01  alert-batch-detail-record.
           03  ad-record-type      pic x(01).
           03  filler              pic x(01).
           03  ad-sequence         pic 9(09).
           03  filler              pic x(01).
           03  ad-timestamp        pic x(14).
           03  filler              pic x(01).
           03  ad-event            pic x(10).
           03  filler              pic x(01).
           03  ad-location         pic x(255).
           03  filler              pic x(01).
           03  ad-alert-type       pic x(12).
           03  filler              pic x(01).
           03  ad-value            pic x(08).
           03  filler              pic x(01).
           03  ad-threshold        pic x(08).
           03  filler              pic x(01).
           03  ad-peak             pic x(08).
           03  filler              pic x(01).
           03  ad-actor            pic x(20).

       01  alert-batch-trailer-record.
           03  at-record-type      pic x(01).
           03  filler              pic x(01).
           03  at-detail-count     pic 9(06).
           03  filler              pic x(01).
           03  at-sequence-hash    pic 9(15).
           03  filler              pic x(01).
           03  at-value-hash       pic s9(9)v9(1)
                                   sign leading separate.

       01  alert-batch-control-record.
           03  abc-last-batch      pic 9(06).
           03  filler              pic x(01).
           03  abc-last-sequence   pic 9(09).
           03  filler              pic x(01).
           03  abc-timestamp       pic x(14).
