      *> profile row when there is one.
       01  trend-default-value            pic x(8).
       01  trend-threshold-value          pic x(8).
      *> spaces - judged on today's season.
       01  trend-threshold-as-of          pic x(8) value spaces.

       linkage section.

             to trend-default-value.
           call 'thrlkup' using tk-location trend-alert-type
                                 trend-default-value
                                 trend-threshold-value
                                 trend-threshold-as-of.
           move trend-threshold-value to trend-alert-threshold.
           move function numval(trend-threshold-value)
             to press-drop-rate-num.
             to trend-default-value.
           call 'thrlkup' using tk-location trend-alert-type
                                 trend-default-value
                                 trend-threshold-value
                                 trend-threshold-as-of.
           move trend-threshold-value to trend-alert-threshold.
           move function numval(trend-threshold-value)
             to temp-drop-rate-num.
