*>                 METR = metric breached its METRTHRS limits
*>                 DISC = operator-typed metric disagreed with the
*>                        system-computed count
*>                 ONCL = operator-typed on-call contact disagreed
*>                        with the ONCALL roster
*>                 NCOV = no ONCALL roster cover for the run's
*>                        site/shift/date
01 exception-record.
   05 ex-timestamp pic X(16).
   05 ex-program-id pic X(8).
