*> dlvrcpt.cpy
*> one DLVRCPT delivery-receipt record returned by the distribution
*> portal: the outcome of delivering one routed bulletin segment to
*> one recipient, identified the way ROUTFEED addresses it - the
*> recipient on the "R" record, the site and run-id on the "H"
*> header. the portal may report a recipient more than once as it
*> retries; the last receipt on the file is the outcome that counts.
01 dlvrcpt-record.
   05 dr-recipient-id pic X(8).
   05 dr-site-code pic X(6).
   05 dr-run-id pic X(11).
   05 dr-status pic X(1).
      88 dr-delivered value "D".
      88 dr-failed value "F".
   05 dr-receipt-date pic X(8).
   05 dr-receipt-time pic X(6).
   05 dr-reason pic X(30).
