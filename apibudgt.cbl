      *> is still room. a missing ledger means nothing has been
      *> spent. going stale on purpose at the warning line beats
      *> going dark at the quota.
      *>
      *> each provider is on its own plan, so the caller says which
      *> one it is about to spend against: 'P' counts the primary's
      *> ledger lines (and the unmarked ones written before there
      *> was a backup) against APIQUOTA, 'B' counts the backup's
      *> against APIQUOTA2. the warning percentage is shared.

       environment division.

       01  ops-api-quota                  pic x(255).
       01  ops-quota-warn-pct             pic x(255).

      *> only the backup's quota is used here.
       01  backup-provider-name           pic x(255).
       01  backup-api-key                 pic x(255).
       01  backup-base-url                pic x(255).
       01  backup-api-quota               pic x(255).

       01  current-timestamp              pic x(21).
       01  current-month                  pic x(6).


       linkage section.

       01  bq-provider                    pic x(1).
       01  bq-state                       pic x(1).
       01  bq-used-count                  pic 9(8).
       01  bq-quota-count                 pic 9(8).

       procedure division using bq-provider bq-state bq-used-count
                                 bq-quota-count.

      *> called once per site in a batch, so everything carried
                                  ops-api-quota
                                  ops-quota-warn-pct.

           if bq-provider = 'B'
               call 'bkupcfgld' using backup-provider-name
                                       backup-api-key
                                       backup-base-url
                                       backup-api-quota
               move function numval(backup-api-quota)
                 to bq-quota-count
           else
               move function numval(ops-api-quota) to bq-quota-count
           end-if.

           move function numval(ops-quota-warn-pct) to warn-pct-num.

           move function current-date to current-timestamp.
                   move 'N' to more-usage
               not at end
                   if ap-timestamp(1:6) = current-month
                       perform count-provider-record
                   end-if
           end-read.


       count-provider-record.

           if bq-provider = 'B'
               if ap-provider = 'B'
                   add 1 to bq-used-count
               end-if
           else
               if ap-provider not = 'B'
                   add 1 to bq-used-count
               end-if
           end-if.

       end program apibudgt.
