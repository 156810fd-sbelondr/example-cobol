*> runfind.cpy
*> one RUNCHKF findings record: one problem runchk reported on its
*> morning review, in a layout the recovery programs can read instead
*> of the printed RUNCHKR. a missed chain ("M") is on the processing
*> calendar with no register entry; a failed chain ("F") registered
*> only non-zero outcomes, the return code and run-id of the failed
*> attempt carried; an open checkpoint ("C") names no site or shift,
*> only the run-id the abended bulletin was resolving.
01 runfind-record.
   05 cf-business-date pic X(8).
   05 cf-finding-type pic X(1).
      88 cf-missed value "M".
      88 cf-failed value "F".
      88 cf-checkpoint-open value "C".
   05 cf-site-code pic X(6).
   05 cf-shift-code pic X(3).
   05 cf-run-id pic X(11).
   05 cf-return-code pic 9(4).
