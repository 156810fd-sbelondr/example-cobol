*> casetran.cpy
*> one maintenance transaction against the EXCPCASE case file: an
*> acknowledge ("A") recording which operator has seen the case, an
*> assign ("S") handing the case to the operator named, or a close
*> ("C") carrying the operator closing it and the resolution note
*> that is kept on the case. the note is only read on a close.
01 casetran-record.
   05 ct-action pic X(1).
      88 ct-ack-action value "A".
      88 ct-assign-action value "S".
      88 ct-close-action value "C".
   05 ct-case-id pic 9(6).
   05 ct-operator-id pic X(8).
   05 ct-resolution pic X(40).
