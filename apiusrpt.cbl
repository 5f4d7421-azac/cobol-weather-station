      *> the fetch programs go into soft-stop - last time nobody
      *> counted, the plan ran out mid-month and every site went
      *> stale for two days.
      *>
      *> each provider is on its own plan, so the quota lines are
      *> printed per provider - the primary's calls (and the
      *> unmarked ones from before there was a backup) against
      *> APIQUOTA, the backup's against APIQUOTA2 - and either one
      *> crossing its line sets the return-code.

       environment division.

       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

      *> only the backup's name and quota are used here.
       01  backup-provider-name           pic x(255).
       01  backup-api-key                 pic x(255).
       01  backup-base-url                pic x(255).
       01  backup-api-quota               pic x(255).
       01  backup-available-flag          pic x(1) value 'N'.

       01  quota-count                    pic 9(8).
       01  warn-pct-num                   pic 9(3).


       01  month-total-count              pic 9(8) comp value 0.
       01  failed-count                   pic 9(8) comp value 0.
       01  primary-month-count            pic 9(8) comp value 0.
       01  backup-month-count             pic 9(8) comp value 0.

       01  provider-label                 pic x(255).
       01  provider-month-count           pic 9(8) comp.

       01  day-count-table.
           03  day-call-count occurs 31 times
                                  ops-api-quota
                                  ops-quota-warn-pct.

           move function numval(ops-quota-warn-pct) to warn-pct-num.

           call 'bkupcfgld' using backup-provider-name backup-api-key
                                   backup-base-url backup-api-quota.

           if backup-api-key = spaces or backup-base-url = spaces
               move 'N' to backup-available-flag
           else
               move 'Y' to backup-available-flag
           end-if.

           move function current-date to current-timestamp.
           move current-timestamp(1:6) to current-month.
           move current-timestamp(7:2) to today-day-num.
               add 1 to failed-count
           end-if.

           if ap-provider = 'B'
               add 1 to backup-month-count
           else
               add 1 to primary-month-count
           end-if.

           move ap-timestamp(7:2) to record-day-num.
           if record-day-num >= 1 and record-day-num <= 31
               add 1 to day-call-count(record-day-num)

           display "month-to-date calls: " month-total-count
                    " (failed attempts: " failed-count ")".

           move "primary provider"  to provider-label.
           move primary-month-count to provider-month-count.
           move function numval(ops-api-quota) to quota-count.
           perform print-provider-budget.

           if backup-available-flag = 'Y'
              or backup-month-count > 0
               move backup-provider-name to provider-label
               move backup-month-count   to provider-month-count
               move function numval(backup-api-quota)
                 to quota-count
               perform print-provider-budget
           end-if.


       print-provider-budget.

           display "--- " function trim(provider-label) " ---".
           display "month-to-date calls: " provider-month-count.
           display "monthly quota:       " quota-count.

           if today-day-num > 0
               compute projected-count =
                   provider-month-count * days-in-month-num
                   / today-day-num
               display "projected month end: " projected-count
           end-if.

           if quota-count > 0
               compute used-pct-num =
                   provider-month-count * 100 / quota-count
               display "quota used: " used-pct-num
                        "%  (warning at " warn-pct-num "%)"
               if used-pct-num >= warn-pct-num
