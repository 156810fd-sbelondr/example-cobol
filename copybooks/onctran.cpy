*> onctran.cpy
*> one maintenance transaction against the ONCALL on-call roster: an
*> add ("A") carrying a new cover period for a site/shift with its
*> on-call and escalation contacts, a change ("C") carrying the
*> replacement end date and contacts for the period that starts on
*> the given date, or a delete ("D") carrying just the site, shift
*> and start date of the period to drop. the site/shift/start date
*> identifies the period; the fields follow the ONCALL layout, blank
*> shift (every shift) included.
01 onctran-record.
   05 ox-action pic X(1).
      88 ox-add-action value "A".
      88 ox-change-action value "C".
      88 ox-delete-action value "D".
   05 ox-site-code pic X(6).
   05 ox-shift-code pic X(3).
   05 ox-start-date pic X(8).
   05 ox-end-date pic X(8).
   05 ox-oncall-name pic X(20).
   05 ox-escalate-name pic X(20).
