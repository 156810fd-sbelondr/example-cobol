*> dlvrecon closes the loop on bulletin distribution: distroute
*> writes one addressed segment per recipient to ROUTFEED, and the
*> portal returns a DLVRCPT receipt per recipient saying whether that
*> copy was delivered. dlvrecon matches the day's ROUTFEED segments
*> against the receipts - by recipient, site and run-id - and the
*> DLVRPT report lists every routed copy as delivered, failed (with
*> the portal's reason) or no receipt, plus any receipt that matches
*> nothing routed. "did the site manager get the bulletin" is then
*> answered from a report.
*>
*> every failed or unreceipted segment is copied, exactly as routed,
*> to the RESENDFD resend feed - its "R" address record, the feed
*> header, every detail and its own trailer - so redelivery is a
*> rerun of the portal load against RESENDFD. a segment whose
*> trailer does not verify is reported and not resent: the portal
*> would only reject it again. anything not delivered raises
*> condition code 4.
identification division.
program-id. dlvrecon.

environment division.
input-output section.
file-control.
    select routfeed-file assign to "ROUTFEED"
        organization line sequential
        file status is dlv-routfeed-status.

    select dlvrcpt-file assign to "DLVRCPT"
        organization line sequential
        file status is dlv-dlvrcpt-status.

    select resendfd-file assign to "RESENDFD"
        organization line sequential
        file status is dlv-resendfd-status.

    select dlvrpt-file assign to "DLVRPT"
        organization line sequential
        file status is dlv-dlvrpt-status.

data division.
file section.
fd  routfeed-file.
01  routfeed-record pic X(100).

fd  dlvrcpt-file.
    copy "dlvrcpt.cpy".

fd  resendfd-file.
01  resendfd-record pic X(100).

fd  dlvrpt-file.
01  dlvrpt-record pic X(80).

working-storage section.
01 dlv-routfeed-status pic X(2) value spaces.
   88 dlv-routfeed-ok value "00".
01 dlv-dlvrcpt-status pic X(2) value spaces.
   88 dlv-dlvrcpt-ok value "00".
01 dlv-resendfd-status pic X(2) value spaces.
01 dlv-dlvrpt-status pic X(2) value spaces.

01 dlv-eof-sw pic X(1) value "N".
   88 dlv-eof value "Y".
01 dlv-found-sw pic X(1) value "N".
   88 dlv-found value "Y".

01 dlv-run-date pic X(8) value spaces.

*> the receipts held in storage, one entry per recipient/site/run-id
*> with the last status the portal reported for it.
01 dlv-receipt-table.
   05 dlv-rcpt-count pic 9(4) value 0.
   05 dlv-rcpt-entry occurs 0 to 1000 times
         depending on dlv-rcpt-count
         indexed by dlv-rcpt-idx.
      10 dlv-rcpt-recipient pic X(8).
      10 dlv-rcpt-site pic X(6).
      10 dlv-rcpt-run-id pic X(11).
      10 dlv-rcpt-status pic X(1).
      10 dlv-rcpt-date pic X(8).
      10 dlv-rcpt-time pic X(6).
      10 dlv-rcpt-reason pic X(30).
      10 dlv-rcpt-matched-sw pic X(1).
         88 dlv-rcpt-matched value "Y".

*> the routed segment being read: its address and header fields,
*> and every record of it, held so it can be copied to the resend
*> feed whole. distroute caps a feed at 500 details, so a segment is
*> at most 503 records with its address, header and trailer.
01 dlv-in-segment-sw pic X(1) value "N".
   88 dlv-in-segment value "Y".
01 dlv-seg-rec-type pic X(1) value spaces.
01 dlv-seg-recipient pic X(8) value spaces.
01 dlv-seg-dest pic X(20) value spaces.
01 dlv-seg-site pic X(6) value spaces.
01 dlv-seg-date pic X(8) value spaces.
01 dlv-seg-run-id pic X(11) value spaces.
01 dlv-seg-details pic 9(6) value 0.
01 dlv-seg-trailer-count pic 9(6) value 0.
01 dlv-seg-trailer-seen-sw pic X(1) value "N".
   88 dlv-seg-trailer-seen value "Y".
01 dlv-seg-verified-sw pic X(1) value "N".
   88 dlv-seg-verified value "Y".
01 dlv-parse-field pic X(20) value spaces.
01 dlv-segment-table.
   05 dlv-seg-line-count pic 9(3) value 0.
   05 dlv-seg-line occurs 0 to 503 times
         depending on dlv-seg-line-count
         indexed by dlv-seg-idx
         pic X(100).
01 dlv-seg-overflow-sw pic X(1) value "N".
   88 dlv-seg-overflow value "Y".
01 dlv-seg-resend-sw pic X(1) value "N".
   88 dlv-seg-resend value "Y".

01 dlv-segment-count pic 9(4) value 0.
01 dlv-delivered-count pic 9(4) value 0.
01 dlv-failed-count pic 9(4) value 0.
01 dlv-noreceipt-count pic 9(4) value 0.
01 dlv-resent-count pic 9(4) value 0.
01 dlv-unverified-count pic 9(4) value 0.
01 dlv-orphan-count pic 9(4) value 0.
01 dlv-badrcpt-count pic 9(4) value 0.
01 dlv-count-ed pic ZZZ9.

procedure division.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    evaluate true
        when not dlv-routfeed-ok
            display "dlvrecon - unable to open ROUTFEED, file "
                    "status " dlv-routfeed-status
                    " - nothing reconciled"
            move 16 to return-code
            move spaces to dlvrpt-record
            string "  dlvrecon run rejected - ROUTFEED"
                   " unavailable, file status " dlv-routfeed-status
                delimited by size into dlvrpt-record
            write dlvrpt-record
            if dlv-dlvrcpt-ok
                close dlvrcpt-file
            end-if
        when not dlv-dlvrcpt-ok
            display "dlvrecon - unable to open DLVRCPT, file "
                    "status " dlv-dlvrcpt-status
                    " - nothing reconciled"
            move 16 to return-code
            move spaces to dlvrpt-record
            string "  dlvrecon run rejected - DLVRCPT"
                   " unavailable, file status " dlv-dlvrcpt-status
                delimited by size into dlvrpt-record
            write dlvrpt-record
            close routfeed-file
        when other
            perform 2000-load-receipts thru 2000-exit
            perform 3000-reconcile-feed thru 3000-exit
            perform 4000-list-orphan-receipts thru 4000-exit
            perform 5000-write-trailer thru 5000-exit
    end-evaluate.
    close dlvrpt-file.
    if return-code = 0
       and (dlv-failed-count > 0
        or dlv-noreceipt-count > 0
        or dlv-unverified-count > 0
        or dlv-orphan-count > 0
        or dlv-badrcpt-count > 0)
        move 4 to return-code
    end-if.
    goback.

*> a missing receipt file is a rejection, not "nothing delivered":
*> reconciling without it would put every copy on the resend feed.
1000-initialize.
    move 0 to return-code.
    accept dlv-run-date from date yyyymmdd.
    open input routfeed-file.
    open input dlvrcpt-file.
    open output dlvrpt-file.
    move spaces to dlvrpt-record.
    string "dlvrecon delivery receipt reconciliation - run date "
           dlv-run-date
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move spaces to dlvrpt-record.
    write dlvrpt-record.
1000-exit.
    exit.

2000-load-receipts.
    move "N" to dlv-eof-sw.
    perform 2100-read-receipt thru 2100-exit.
    perform 2200-store-one-receipt thru 2200-exit
        until dlv-eof.
    close dlvrcpt-file.
2000-exit.
    exit.

2100-read-receipt.
    read dlvrcpt-file
        at end
            set dlv-eof to true
    end-read.
2100-exit.
    exit.

*> a receipt with no recognizable status is listed and not used; a
*> repeat for the same recipient, site and run-id replaces the
*> earlier outcome.
2200-store-one-receipt.
    if not dr-delivered and not dr-failed
        add 1 to dlv-badrcpt-count
        move spaces to dlvrpt-record
        string "  receipt unreadable - " dr-recipient-id
               " site " dr-site-code " run " dr-run-id
               " status [" dr-status "]"
            delimited by size into dlvrpt-record
        write dlvrpt-record
    else
        perform 2300-find-receipt thru 2300-exit
        if not dlv-found
            if dlv-rcpt-count < 1000
                add 1 to dlv-rcpt-count
                set dlv-rcpt-idx to dlv-rcpt-count
                move dr-recipient-id
                    to dlv-rcpt-recipient (dlv-rcpt-idx)
                move dr-site-code to dlv-rcpt-site (dlv-rcpt-idx)
                move dr-run-id to dlv-rcpt-run-id (dlv-rcpt-idx)
                move "N" to dlv-rcpt-matched-sw (dlv-rcpt-idx)
                set dlv-found to true
            end-if
        end-if
        if dlv-found
            move dr-status to dlv-rcpt-status (dlv-rcpt-idx)
            move dr-receipt-date to dlv-rcpt-date (dlv-rcpt-idx)
            move dr-receipt-time to dlv-rcpt-time (dlv-rcpt-idx)
            move dr-reason to dlv-rcpt-reason (dlv-rcpt-idx)
        end-if
    end-if.
    perform 2100-read-receipt thru 2100-exit.
2200-exit.
    exit.

*> run-ids compare on their first eight characters, as distroute
*> compares them: the feed header carries bonjour's X(8) run-id.
2300-find-receipt.
    move "N" to dlv-found-sw.
    if dlv-rcpt-count > 0
        set dlv-rcpt-idx to 1
        search dlv-rcpt-entry
            at end
                continue
            when dlv-rcpt-recipient (dlv-rcpt-idx) = dr-recipient-id
             and dlv-rcpt-site (dlv-rcpt-idx) = dr-site-code
             and dlv-rcpt-run-id (dlv-rcpt-idx) (1:8)
                  = dr-run-id (1:8)
                set dlv-found to true
        end-search
    end-if.
2300-exit.
    exit.

*> one pass over ROUTFEED, segment by segment: an "R" record opens
*> a segment and the "T" record closes it, at which point it is
*> reconciled. a segment cut off by the end of the file, or by the
*> next "R", never verified.
3000-reconcile-feed.
    move "N" to dlv-in-segment-sw.
    open output resendfd-file.
    move "N" to dlv-eof-sw.
    perform 3100-read-feed thru 3100-exit.
    perform 3200-take-one-feed-record thru 3200-exit
        until dlv-eof.
    if dlv-in-segment
        perform 3500-close-segment thru 3500-exit
    end-if.
    close routfeed-file.
    close resendfd-file.
    if dlv-segment-count = 0
        move spaces to dlvrpt-record
        move "  no routed segments on ROUTFEED" to dlvrpt-record
        write dlvrpt-record
    end-if.
3000-exit.
    exit.

3100-read-feed.
    read routfeed-file
        at end
            set dlv-eof to true
    end-read.
3100-exit.
    exit.

3200-take-one-feed-record.
    move routfeed-record (1:1) to dlv-seg-rec-type.
    if dlv-seg-rec-type = "R"
        if dlv-in-segment
            perform 3500-close-segment thru 3500-exit
        end-if
        perform 3300-open-segment thru 3300-exit
    end-if.
    if dlv-in-segment
        perform 3400-keep-segment-line thru 3400-exit
        evaluate dlv-seg-rec-type
            when "H"
                move spaces to dlv-parse-field
                move spaces to dlv-seg-site
                move spaces to dlv-seg-date
                move spaces to dlv-seg-run-id
                unstring routfeed-record delimited by "|"
                    into dlv-parse-field
                         dlv-seg-site
                         dlv-seg-date
                         dlv-seg-run-id
                end-unstring
            when "D"
                add 1 to dlv-seg-details
            when "T"
                set dlv-seg-trailer-seen to true
                move spaces to dlv-parse-field
                unstring routfeed-record (3:18) delimited by "|"
                    into dlv-parse-field
                end-unstring
                if dlv-parse-field (1:6) is numeric
                    move function numval(dlv-parse-field (1:6))
                        to dlv-seg-trailer-count
                else
                    move 999999 to dlv-seg-trailer-count
                end-if
                perform 3500-close-segment thru 3500-exit
            when other
                continue
        end-evaluate
    end-if.
    perform 3100-read-feed thru 3100-exit.
3200-exit.
    exit.

3300-open-segment.
    set dlv-in-segment to true.
    move 0 to dlv-seg-line-count.
    move "N" to dlv-seg-overflow-sw.
    move "N" to dlv-seg-trailer-seen-sw.
    move 0 to dlv-seg-details.
    move 0 to dlv-seg-trailer-count.
    move spaces to dlv-seg-site.
    move spaces to dlv-seg-date.
    move spaces to dlv-seg-run-id.
    move spaces to dlv-parse-field.
    move spaces to dlv-seg-recipient.
    move spaces to dlv-seg-dest.
    unstring routfeed-record delimited by "|"
        into dlv-parse-field
             dlv-seg-recipient
             dlv-seg-dest
    end-unstring.
3300-exit.
    exit.

3400-keep-segment-line.
    if dlv-seg-line-count < 503
        add 1 to dlv-seg-line-count
        move routfeed-record to dlv-seg-line (dlv-seg-line-count)
    else
        set dlv-seg-overflow to true
    end-if.
3400-exit.
    exit.

*> reconciles the segment just read against its receipt and, when
*> it was not delivered, copies it to the resend feed.
3500-close-segment.
    move "N" to dlv-in-segment-sw.
    add 1 to dlv-segment-count.
    if dlv-seg-trailer-seen
       and dlv-seg-trailer-count = dlv-seg-details
       and not dlv-seg-overflow
        set dlv-seg-verified to true
    else
        move "N" to dlv-seg-verified-sw
    end-if.
    perform 3600-find-segment-receipt thru 3600-exit.
    set dlv-seg-resend to true.
    move spaces to dlvrpt-record.
    evaluate true
        when not dlv-found
            add 1 to dlv-noreceipt-count
            string "  no receipt - " dlv-seg-recipient
                   " site " dlv-seg-site
                   " run " dlv-seg-run-id (1:8)
                   " to " dlv-seg-dest
                delimited by size into dlvrpt-record
        when dlv-rcpt-status (dlv-rcpt-idx) = "D"
            move "N" to dlv-seg-resend-sw
            add 1 to dlv-delivered-count
            string "  delivered  - " dlv-seg-recipient
                   " site " dlv-seg-site
                   " run " dlv-seg-run-id (1:8)
                   " at " dlv-rcpt-date (dlv-rcpt-idx)
                   " " dlv-rcpt-time (dlv-rcpt-idx)
                delimited by size into dlvrpt-record
        when other
            add 1 to dlv-failed-count
            string "  FAILED     - " dlv-seg-recipient
                   " site " dlv-seg-site
                   " run " dlv-seg-run-id (1:8)
                   " " dlv-rcpt-reason (dlv-rcpt-idx)
                delimited by size into dlvrpt-record
    end-evaluate.
    write dlvrpt-record.
    if dlv-seg-resend
        if dlv-seg-verified
            perform 3700-write-resend thru 3700-exit
        else
            add 1 to dlv-unverified-count
            move spaces to dlvrpt-record
            string "               segment did not verify"
                   " against its trailer - not resent"
                delimited by size into dlvrpt-record
            write dlvrpt-record
        end-if
    end-if.
3500-exit.
    exit.

3600-find-segment-receipt.
    move "N" to dlv-found-sw.
    if dlv-rcpt-count > 0
        set dlv-rcpt-idx to 1
        search dlv-rcpt-entry
            at end
                continue
            when dlv-rcpt-recipient (dlv-rcpt-idx)
                  = dlv-seg-recipient
             and dlv-rcpt-site (dlv-rcpt-idx) = dlv-seg-site
             and dlv-rcpt-run-id (dlv-rcpt-idx) (1:8)
                  = dlv-seg-run-id (1:8)
                set dlv-found to true
                set dlv-rcpt-matched (dlv-rcpt-idx) to true
        end-search
    end-if.
3600-exit.
    exit.

3700-write-resend.
    add 1 to dlv-resent-count.
    perform 3710-write-one-resend-line thru 3710-exit
        varying dlv-seg-idx from 1 by 1
        until dlv-seg-idx > dlv-seg-line-count.
3700-exit.
    exit.

3710-write-one-resend-line.
    move dlv-seg-line (dlv-seg-idx) to resendfd-record.
    write resendfd-record.
3710-exit.
    exit.

*> a receipt for a copy that was never routed means the portal and
*> DISTSUBS disagree about who receives what.
4000-list-orphan-receipts.
    if dlv-rcpt-count > 0
        perform 4100-check-one-receipt thru 4100-exit
            varying dlv-rcpt-idx from 1 by 1
            until dlv-rcpt-idx > dlv-rcpt-count
    end-if.
4000-exit.
    exit.

4100-check-one-receipt.
    if not dlv-rcpt-matched (dlv-rcpt-idx)
        add 1 to dlv-orphan-count
        move spaces to dlvrpt-record
        string "  not routed - " dlv-rcpt-recipient (dlv-rcpt-idx)
               " site " dlv-rcpt-site (dlv-rcpt-idx)
               " run " dlv-rcpt-run-id (dlv-rcpt-idx) (1:8)
               " receipt matches no segment"
            delimited by size into dlvrpt-record
        write dlvrpt-record
    end-if.
4100-exit.
    exit.

5000-write-trailer.
    move spaces to dlvrpt-record.
    write dlvrpt-record.
    move dlv-segment-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  segments routed       " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-delivered-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  delivered             " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-failed-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  failed                " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-noreceipt-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  no receipt            " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-resent-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  segments to resend    " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-unverified-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  segments unverified   " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-orphan-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  receipts not routed   " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move dlv-badrcpt-count to dlv-count-ed.
    move spaces to dlvrpt-record.
    string "  receipts unreadable   " dlv-count-ed
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
    move spaces to dlvrpt-record.
    string "  end of dlvrecon reconciliation for " dlv-run-date
        delimited by size into dlvrpt-record.
    write dlvrpt-record.
5000-exit.
    exit.

end program dlvrecon.
