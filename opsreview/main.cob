input-output section.
file-control.
    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is ops-runreg-status.

    select excplog-file assign to "EXCPLOG"

*> one pass over the register: the review month's entries build the
*> per-site table and the rerun detection, the prior month's only
*> feed the comparison totals. the two months are adjacent, so the
*> pass starts at the first entry keyed to the prior month and stops
*> at the first one past the review month.
2000-accumulate-register.
    open input runreg-file.
    if ops-runreg-ok
        move "N" to ops-reg-eof-sw
        move low-values to rr-reg-key
        move ops-prior-month to rr-run-date (1:6)
        start runreg-file key is not < rr-reg-key
            invalid key
                set ops-reg-eof to true
        end-start
        perform 2100-read-register thru 2100-exit
        perform 2200-count-one-register thru 2200-exit
            until ops-reg-eof
    exit.

2100-read-register.
    if not ops-reg-eof
        read runreg-file next record
            at end
                set ops-reg-eof to true
        end-read
    end-if.
    if not ops-reg-eof
        if rr-run-date (1:6) > ops-review-month
            set ops-reg-eof to true
        end-if
    end-if.
2100-exit.
    exit.

