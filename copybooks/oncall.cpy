*> oncall.cpy
*> one ONCALL on-call roster record: who is on call for one site's
*> chain, optionally narrowed to one shift (spaces = every shift),
*> from the start date through the end date inclusive, and who they
*> escalate to. a shift-specific entry wins over an every-shift one
*> for the same site and date; oncmaint keeps the date ranges for
*> one site/shift from overlapping, so at most one of each applies.
*> maincob resolves &ONCALL& and &ESCALATE& on the bulletin from
*> this file instead of trusting the parm string, and oncgap reports
*> the scheduled chains coming up with no cover on it. the roster is
*> maintained through oncmaint, never hand-edited.
01 oncall-record.
   05 oc-site-code pic X(6).
   05 oc-shift-code pic X(3).
   05 oc-start-date pic X(8).
   05 oc-end-date pic X(8).
   05 oc-oncall-name pic X(20).
   05 oc-escalate-name pic X(20).
