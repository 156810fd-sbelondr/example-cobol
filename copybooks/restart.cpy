*> restart.cpy
*> the RESTART control record that puts driver in restart mode. its
*> presence alone is what switches the mode on; the business date it
*> carries is the date the rerun chains are checked and registered
*> under, so a recovery run after midnight still completes the night
*> it is recovering rather than starting the next one. a RESTART
*> with no valid date leaves driver on today's date. the build date
*> and chain count are for the operator reading the file.
01 restart-record.
   05 rs-business-date pic X(8).
   05 rs-built-date pic X(8).
   05 rs-chain-count pic 9(4).
   05 filler pic X(60).
