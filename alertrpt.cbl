      *> judged against, and who owns it (or that nobody does yet,
      *> and whether the escalation sweep has re-paged on it) -
      *> then the alerts that have cleared, with their clear time,
      *> for the hand-over narrative. last, the advance warnings
      *> fcstwarn has raised off the forecast that are still open
      *> or updated for today and the four days after it - the
      *> next 96 hours at risk - so the shift can stage salt trucks
      *> and dock crews the day before.

       environment division.

               access mode is sequential
               record key is as-key.

           select forecast-warning-file
               assign to forecast-warning-file-name
               file status is forecast-warning-file-status
               organization is indexed
               access mode is sequential
               record key is fw-key.

       data division.

       file section.
       fd  alert-status-file.
       copy wthralst.

       fd  forecast-warning-file.
       copy wthrfwrn.

       working-storage section.

       01  alert-status-file-name         pic x(64)
                                       './weather-alert-status.idx'.
       01  alert-status-file-status       pic x(2).

       01  forecast-warning-file-name     pic x(64)
                                          value
                                          './weather-fcst-warn.idx'.
       01  forecast-warning-file-status   pic x(2).

       01  more-status                    pic x(1) value 'Y'.
       01  more-warnings                  pic x(1) value 'Y'.

       01  open-alert-count               pic 9(4) comp value 0.
       01  cleared-alert-count            pic 9(4) comp value 0.
       01  at-risk-count                  pic 9(4) comp value 0.

       01  today-date                     pic 9(8).
       01  risk-horizon-date              pic 9(8).

       01  current-timestamp              pic x(21).


           open input alert-status-file.

      *> no alert-status store yet (a new install, or no alert
      *> raised so far) still leaves the forecast section to print.
           if alert-status-file-status <> '00'
               display "no alert-status store on file (status "
                        alert-status-file-status ")"
           else
               perform read-one-status-record until more-status = 'N'

               close alert-status-file

               if open-alert-count = 0
                   display "no alerts currently open"
               end-if

               display "open alerts:    " open-alert-count
               display "cleared alerts: " cleared-alert-count
           end-if.

           perform print-at-risk-section.

           goback.

           move elapsed-minutes to report-duration.


       print-at-risk-section.

           move current-timestamp(1:8) to today-date.
           compute risk-horizon-date =
               function date-of-integer(
                   function integer-of-date(today-date) + 4).

           display "=== next 96 hours at risk ===".

           open input forecast-warning-file.

           if forecast-warning-file-status <> '00'
               display "no forecast warnings on file (status "
                        forecast-warning-file-status ")"
           else
               perform read-one-warning-record
                   until more-warnings = 'N'
               close forecast-warning-file
               if at-risk-count = 0
                   display "no forecast warnings in the next 96 hours"
               end-if
               display "at-risk warnings: " at-risk-count
           end-if.


       read-one-warning-record.

           read forecast-warning-file
               at end
                   move 'N' to more-warnings
               not at end
                   if (fw-state = 'O' or fw-state = 'U')
                      and fw-date >= current-timestamp(1:8)
                      and fw-date <= risk-horizon-date
                       add 1 to at-risk-count
                       perform print-at-risk-warning
                   end-if
           end-read.


       print-at-risk-warning.

           display function trim(fw-location) " "
                    function trim(fw-alert-type)
                    "  on " fw-date
                    "  forecast " function trim(fw-value)
                    "  threshold " function trim(fw-threshold)
                    "  raised " fw-raised-timestamp.

           if fw-state = 'U'
               display "    forecast revised at "
                        fw-changed-timestamp
                        " (" fw-update-count " revisions)"
           end-if.


       end program alertrpt.
