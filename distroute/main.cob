        file status is dsr-distsubs-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is dsr-runreg-status.

    select routfeed-file assign to "ROUTFEED"
*> its RUNREG entry - the register record driver wrote for this
*> date, site and run-id. with no register match the shift stays
*> blank and only all-shift subscriptions can match, which the
*> report makes visible rather than guessing a shift. only the
*> date and site's own entries are read, starting at their key.
3500-find-run-shift.
    move spaces to dsr-feed-shift.
    move "N" to dsr-shift-found-sw.
    open input runreg-file.
    if dsr-runreg-ok
        move "N" to dsr-reg-eof-sw
        move low-values to rr-reg-key
        move dsr-feed-date to rr-run-date
        move dsr-feed-site to rr-site-code
        start runreg-file key is not < rr-reg-key
            invalid key
                set dsr-reg-eof to true
        end-start
        perform 3600-read-register thru 3600-exit
        perform 3700-match-one-register thru 3700-exit
            until dsr-reg-eof or dsr-shift-found
    exit.

3600-read-register.
    if not dsr-reg-eof
        read runreg-file next record
            at end
                set dsr-reg-eof to true
        end-read
    end-if.
    if not dsr-reg-eof
        if rr-run-date not = dsr-feed-date
           or rr-site-code not = dsr-feed-site
            set dsr-reg-eof to true
        end-if
    end-if.
3600-exit.
    exit.

*> holds driver's full X(11) run-info, so a longer run-info would
*> never match whole and the shift would silently stay blank.
3700-match-one-register.
    if rr-run-id (1:8) = dsr-feed-run-id (1:8)
        move rr-shift-code to dsr-feed-shift
        set dsr-shift-found to true
    else
