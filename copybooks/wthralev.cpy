      *> alert-event records - the outbound trail of every alert
      *> episode event, kept by alevtlog in weather-alert-events.dat
      *> for alevcut to cut into numbered batches for the dispatch
      *> system. one record per event: OPENED when an episode
      *> opens, PEAK when a repeat breach moves the peak, ACKED
      *> when the duty operator takes it (ae-actor the operator's
      *> name), ESCALATED when alertesc re-pages it and CLEARED
      *> with the all-clear. ae-value is the reading that caused
      *> the event (spaces for ACKED and ESCALATED), ae-peak the
      *> episode's peak so far. ae-sequence runs without gaps
      *> across the whole file; the last one handed out is kept in
      *> the one-record control file weather-alert-events.seq
      *> (alert-event-control-record, an indexed file keyed on
      *> aec-key, always 'SEQ', so alevtlog can hold the record
      *> locked while it appends). shared by alevtlog,
      *> alevcut and siterkey, so the layouts line up byte for
      *> byte.

       01  alert-event-record.
           03  ae-sequence         pic 9(09).
           03  filler              pic x(01).
           03  ae-timestamp        pic x(14).
           03  filler              pic x(01).
           03  ae-event            pic x(10).
           03  filler              pic x(01).
           03  ae-location         pic x(255).
           03  filler              pic x(01).
           03  ae-alert-type       pic x(12).
           03  filler              pic x(01).
           03  ae-value            pic x(08).
           03  filler              pic x(01).
           03  ae-threshold        pic x(08).
           03  filler              pic x(01).
           03  ae-peak             pic x(08).
           03  filler              pic x(01).
           03  ae-actor            pic x(20).

       01  alert-event-control-record.
           03  aec-key             pic x(03).
           03  filler              pic x(01).
           03  aec-last-sequence   pic 9(09).
           03  filler              pic x(01).
           03  aec-timestamp       pic x(14).
