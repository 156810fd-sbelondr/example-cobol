*> excpcase.cpy
*> one EXCPCASE exception case record: a rejection taken in off the
*> shared EXCPLOG file, carried until somebody has dealt with it.
*> the case-id is the exception's record number on EXCPLOG, which is
*> append-only, so the highest case-id on file is also how far
*> casemaint has read. the exception itself is copied onto the case
*> as it was logged; the rest records who acknowledged it, who it is
*> assigned to, and who closed it with what resolution.
*>   case status: O = open, not yet acknowledged
*>                A = acknowledged
*>                S = assigned to an operator
*>                C = closed with a resolution note
01 excpcase-record.
   05 ec-case-id pic 9(6).
   05 ec-status pic X(1).
      88 ec-case-open value "O".
      88 ec-case-acked value "A".
      88 ec-case-assigned value "S".
      88 ec-case-closed value "C".
   05 ec-opened-date pic X(8).
   05 ec-excp-timestamp pic X(16).
   05 ec-program-id pic X(8).
   05 ec-reason-code pic X(4).
   05 ec-field-name pic X(10).
   05 ec-field-value pic X(20).
   05 ec-run-id pic X(11).
   05 ec-site-code pic X(6).
   05 ec-ack-date pic X(8).
   05 ec-ack-operator pic X(8).
   05 ec-assigned-date pic X(8).
   05 ec-assigned-operator pic X(8).
   05 ec-closed-date pic X(8).
   05 ec-closed-operator pic X(8).
   05 ec-resolution pic X(40).
