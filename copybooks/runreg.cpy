*> runreg.cpy
*> one RUNREG run-register record: one bonjour/maincob chain as
*> driver ran it - the business date, site and shift it ran for, the
*> run-id it ran under, the outcome, and when it finished. driver
*> checks this register before starting a chain so the same
*> site/shift/date is not run clean twice, and runchk reads it the
*> next morning against the processing calendar to find runs that
*> never happened. the chain's timings follow: when bonjour and
*> maincob each started and finished, so slachk can hold the batch
*> window to its service levels. the maincob times are spaces when
*> bonjour failed and maincob never ran, and all four are spaces on
*> entries registered before the timings were kept.
*> the register is indexed on date/site/shift plus an attempt number,
*> so every rerun of a chain is its own entry (attempt 01 is the
*> first run, 02 the first rerun and so on) and readers go straight
*> to the date or site they want with START/READ NEXT instead of
*> reading the whole history. the trailing filler is kept for
*> growth so new fields do not mean another conversion.
*> the operator is the RUNHEAD operator-id the chain ran under, for
*> opercert's access recertification; it is spaces for a chain run
*> without a RUNHEAD and on entries registered before it was kept.
01 runreg-record.
   05 rr-reg-key.
      10 rr-run-date pic X(8).
      10 rr-site-code pic X(6).
      10 rr-shift-code pic X(3).
      10 rr-attempt pic 9(2).
   05 rr-run-id pic X(11).
   05 rr-return-code pic 9(4).
   05 rr-timestamp pic X(16).
   05 rr-bonjour-start pic X(16).
   05 rr-bonjour-end pic X(16).
   05 rr-maincob-start pic X(16).
   05 rr-maincob-end pic X(16).
   05 rr-operator-id pic X(8).
   05 filler pic X(12).
