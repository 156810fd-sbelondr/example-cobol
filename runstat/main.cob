        file status is rst-siteschd-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is rst-runreg-status.

    select checkpt-file assign to "CHECKPT"
1000-exit.
    exit.

*> loads every register entry for today, reading from the first
*> entry keyed to the date and stopping at the first one past it.
2000-load-register.
    open input runreg-file.
    if rst-runreg-ok
        move "N" to rst-reg-eof-sw
        move low-values to rr-reg-key
        move rst-run-date to rr-run-date
        start runreg-file key is not < rr-reg-key
            invalid key
                set rst-reg-eof to true
        end-start
        perform 2100-read-runreg thru 2100-exit
        perform 2200-store-one-register thru 2200-exit
            until rst-reg-eof
    exit.

2100-read-runreg.
    if not rst-reg-eof
        read runreg-file next record
            at end
                set rst-reg-eof to true
        end-read
    end-if.
    if not rst-reg-eof
        if rr-run-date not = rst-run-date
            set rst-reg-eof to true
        end-if
    end-if.
2100-exit.
    exit.

2200-store-one-register.
    if rst-reg-count < 200
        add 1 to rst-reg-count
        move rr-site-code to rst-reg-site (rst-reg-count)
        move rr-shift-code to rst-reg-shift (rst-reg-count)
