*> CHECKPT still marked in-progress from an abend no one noticed.
*> anything found raises condition code 4 so the scheduler can flag
*> the morning review.
*>
*> every finding is also written to the RUNCHKF findings file, one
*> structured record each, so the recovery deck can be built from
*> what runchk found (see rerunbld) instead of retyped from the
*> printed review.
identification division.
program-id. runchk.

        file status is rck-proccal-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is rck-runreg-status.

    select checkpt-file assign to "CHECKPT"
        organization line sequential
        file status is rck-runchkr-status.

    select runchkf-file assign to "RUNCHKF"
        organization line sequential
        file status is rck-runchkf-status.

data division.
file section.
fd  proccal-file.
fd  runchkr-file.
01  runchkr-record pic X(80).

fd  runchkf-file.
    copy "runfind.cpy".

working-storage section.
01 rck-proccal-status pic X(2) value spaces.
   88 rck-proccal-ok value "00".
01 rck-checkpt-status pic X(2) value spaces.
   88 rck-checkpt-ok value "00".
01 rck-runchkr-status pic X(2) value spaces.
01 rck-runchkf-status pic X(2) value spaces.

01 rck-cal-eof-sw pic X(1) value "N".
   88 rck-cal-eof value "Y".
0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if rck-proccal-ok
        open output runchkf-file
        perform 2000-load-register thru 2000-exit
        perform 3000-check-calendar thru 3000-exit
        perform 4000-check-checkpoint thru 4000-exit
        perform 5000-write-trailer thru 5000-exit
        close runchkf-file
    else
        display "runchk - unable to open PROCCAL, file status "
                rck-proccal-status " - no run check produced"
1000-exit.
    exit.

*> loads every register entry for the date under review, reading
*> from the first entry keyed to the date and stopping at the first
*> one past it.
2000-load-register.
    open input runreg-file.
    if rck-runreg-ok
        move "N" to rck-reg-eof-sw
        move low-values to rr-reg-key
        move rck-check-date to rr-run-date
        start runreg-file key is not < rr-reg-key
            invalid key
                set rck-reg-eof to true
        end-start
        perform 2100-read-runreg thru 2100-exit
        perform 2200-store-one-register thru 2200-exit
            until rck-reg-eof
    exit.

2100-read-runreg.
    if not rck-reg-eof
        read runreg-file next record
            at end
                set rck-reg-eof to true
        end-read
    end-if.
    if not rck-reg-eof
        if rr-run-date not = rck-check-date
            set rck-reg-eof to true
        end-if
    end-if.
2100-exit.
    exit.

2200-store-one-register.
    if rck-reg-count < 200
        add 1 to rck-reg-count
        move rr-site-code to rck-reg-site (rck-reg-count)
        move rr-shift-code to rck-reg-shift (rck-reg-count)
           " expected, no run registered"
        delimited by size into runchkr-record.
    write runchkr-record.
    move spaces to runfind-record.
    move rck-check-date to cf-business-date.
    set cf-missed to true.
    move pc-site-code to cf-site-code.
    move pc-shift-code to cf-shift-code.
    move 0 to cf-return-code.
    write runfind-record.
3500-exit.
    exit.

           " rc " rck-rc-ed
        delimited by size into runchkr-record.
    write runchkr-record.
    move spaces to runfind-record.
    move rck-check-date to cf-business-date.
    set cf-failed to true.
    move pc-site-code to cf-site-code.
    move pc-shift-code to cf-shift-code.
    move rck-reg-run-id (rck-reg-idx) to cf-run-id.
    move rck-reg-rc (rck-reg-idx) to cf-return-code.
    write runfind-record.
3600-exit.
    exit.

                           " still marked in progress"
                        delimited by size into runchkr-record
                    write runchkr-record
                    move spaces to runfind-record
                    move rck-check-date to cf-business-date
                    set cf-checkpoint-open to true
                    move ckpt-run-id to cf-run-id
                    move 0 to cf-return-code
                    write runfind-record
                end-if
        end-read
        close checkpt-file
