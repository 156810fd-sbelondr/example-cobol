*> sitesla.cpy
*> one SITESLA service-level record: the batch-window targets for
*> one site's chain, optionally narrowed to one shift (spaces =
*> every shift). a site of "*ALL" sets the target for any site that
*> has none of its own; the most specific record wins. the chain
*> must finish by the target time (HHMM) on the business date, or on
*> the day after when the target day is 1 - a night shift finishing
*> at 0200 finishes the morning after the date it ran for - and must
*> not run longer than the maximum elapsed minutes (zero = no limit).
*> slachk reads these against RUNREG's chain timings. targets live
*> on a file, not in the program, so they can change with the
*> contract instead of waiting for a recompile.
01 sitesla-record.
   05 sl-site-code pic X(6).
   05 sl-shift-code pic X(3).
   05 sl-target-time pic X(4).
   05 sl-target-day pic 9(1).
   05 sl-max-elapsed pic 9(4).
