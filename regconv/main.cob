*> regconv is the one-time load of the run register from its old
*> line-sequential form into the indexed RUNREG keyed on date, site,
*> shift and attempt. the old register is supplied as RUNREGSQ and
*> read in the order driver wrote it, so each chain's entries are
*> numbered attempt 01, 02 ... in the order they actually ran and a
*> rerun keeps its own entry beside the failure it followed.
*>
*> nothing is loaded silently wrong. a record that cannot be read as
*> a register entry - a run date that is not a date, a blank site,
*> a return code that is not a number - is listed on REGCVLST and
*> left out. a record that repeats an entry already loaded (same
*> chain, run-id, return code and finish time, as a double-written
*> or twice-concatenated file produces) is listed and dropped. a
*> second clean run of the same chain is genuine history and is
*> loaded as its next attempt, but listed so it can be looked at.
*>
*> the program refuses to run over a RUNREG that already exists, so
*> a resubmission cannot empty a register that is already live.
identification division.
program-id. regconv.

environment division.
input-output section.
file-control.
    select runregsq-file assign to "RUNREGSQ"
        organization line sequential
        file status is rgc-runregsq-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is rgc-runreg-status.

    select regcvlst-file assign to "REGCVLST"
        organization line sequential
        file status is rgc-regcvlst-status.

data division.
file section.
*> the register record as driver wrote it before the conversion:
*> the same fields as runreg.cpy without the attempt number, the
*> timings spaces on entries written before they were kept.
fd  runregsq-file.
01  runregsq-record.
    05 rq-run-date pic X(8).
    05 rq-site-code pic X(6).
    05 rq-shift-code pic X(3).
    05 rq-run-id pic X(11).
    05 rq-return-code pic X(4).
    05 rq-timestamp pic X(16).
    05 rq-bonjour-start pic X(16).
    05 rq-bonjour-end pic X(16).
    05 rq-maincob-start pic X(16).
    05 rq-maincob-end pic X(16).

fd  runreg-file.
    copy "runreg.cpy".

fd  regcvlst-file.
01  regcvlst-record pic X(80).

working-storage section.
01 rgc-runregsq-status pic X(2) value spaces.
   88 rgc-runregsq-ok value "00".
01 rgc-runreg-status pic X(2) value spaces.
   88 rgc-runreg-ok value "00".
   88 rgc-runreg-not-found value "35".
01 rgc-regcvlst-status pic X(2) value spaces.

01 rgc-eof-sw pic X(1) value "N".
   88 rgc-eof value "Y".
01 rgc-reg-eof-sw pic X(1) value "N".
   88 rgc-reg-eof value "Y".
01 rgc-duplicate-sw pic X(1) value "N".
   88 rgc-duplicate value "Y".
01 rgc-clean-found-sw pic X(1) value "N".
   88 rgc-clean-found value "Y".
01 rgc-register-open-sw pic X(1) value "N".
   88 rgc-register-open value "Y".

01 rgc-run-date pic X(8) value spaces.
01 rgc-record-number pic 9(6) value 0.
01 rgc-last-attempt pic 9(2) value 0.
01 rgc-dup-attempt pic 9(2) value 0.
01 rgc-reject-reason pic X(30) value spaces.

01 rgc-read-count pic 9(6) value 0.
01 rgc-loaded-count pic 9(6) value 0.
01 rgc-unparseable-count pic 9(6) value 0.
01 rgc-duplicate-count pic 9(6) value 0.
01 rgc-second-clean-count pic 9(6) value 0.
01 rgc-count-ed pic ZZZZZ9.

procedure division.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if rgc-runregsq-ok
        perform 1100-open-new-register thru 1100-exit
        if rgc-register-open
            perform 2000-convert-register thru 2000-exit
            close runreg-file
            perform 5000-write-list-trailer thru 5000-exit
        end-if
        close runregsq-file
    else
        display "regconv - unable to open RUNREGSQ, file status "
                rgc-runregsq-status " - no register converted"
        move 16 to return-code
        move spaces to regcvlst-record
        string "  regconv run rejected - RUNREGSQ unavailable,"
               " file status " rgc-runregsq-status
            delimited by size into regcvlst-record
        write regcvlst-record
    end-if.
    close regcvlst-file.
    if (rgc-unparseable-count > 0
        or rgc-duplicate-count > 0
        or rgc-second-clean-count > 0)
       and return-code = 0
        move 4 to return-code
    end-if.
    goback.

1000-initialize.
    move 0 to return-code.
    accept rgc-run-date from date yyyymmdd.
    open input runregsq-file.
    open output regcvlst-file.
    move spaces to regcvlst-record.
    string "regconv run register conversion - run date "
           rgc-run-date
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move spaces to regcvlst-record.
    write regcvlst-record.
1000-exit.
    exit.

*> an existing RUNREG is a live register: it is left alone and the
*> run rejected. only a RUNREG that is not there at all is created -
*> empty, then reopened for update, so each load can look up the
*> entries already loaded for its chain. any other open status (the
*> old sequential register never renamed to RUNREGSQ, a locked or
*> unreadable indexed one) may still be a live register, so the run
*> is rejected without touching the file.
1100-open-new-register.
    move "N" to rgc-register-open-sw.
    open input runreg-file.
    evaluate true
        when rgc-runreg-ok
            close runreg-file
            display "regconv - RUNREG already exists"
                    " - no register converted"
            move 16 to return-code
            move spaces to regcvlst-record
            string "  regconv run rejected - RUNREG already exists,"
                   " not overwritten"
                delimited by size into regcvlst-record
            write regcvlst-record
        when rgc-runreg-not-found
            perform 1150-create-register thru 1150-exit
        when other
            display "regconv - unable to check RUNREG, file status "
                    rgc-runreg-status " - no register converted"
            move 16 to return-code
            move spaces to regcvlst-record
            string "  regconv run rejected - RUNREG not checked,"
                   " file status " rgc-runreg-status
                   ", not overwritten"
                delimited by size into regcvlst-record
            write regcvlst-record
    end-evaluate.
1100-exit.
    exit.

1150-create-register.
    open output runreg-file.
    close runreg-file.
    open i-o runreg-file.
    if rgc-runreg-ok
        set rgc-register-open to true
    else
        display "regconv - unable to create RUNREG, file status "
                rgc-runreg-status " - no register converted"
        move 16 to return-code
        move spaces to regcvlst-record
        string "  regconv run rejected - RUNREG not created,"
               " file status " rgc-runreg-status
            delimited by size into regcvlst-record
        write regcvlst-record
    end-if.
1150-exit.
    exit.

2000-convert-register.
    move "N" to rgc-eof-sw.
    perform 2100-read-old-register thru 2100-exit.
    perform 2200-convert-one-record thru 2200-exit
        until rgc-eof.
2000-exit.
    exit.

2100-read-old-register.
    read runregsq-file
        at end
            set rgc-eof to true
    end-read.
2100-exit.
    exit.

2200-convert-one-record.
    add 1 to rgc-read-count.
    add 1 to rgc-record-number.
    perform 2300-check-record thru 2300-exit.
    if rgc-reject-reason not = spaces
        perform 3000-list-unparseable thru 3000-exit
    else
        perform 2400-find-attempts thru 2400-exit
        evaluate true
            when rgc-duplicate
                perform 3100-list-duplicate thru 3100-exit
            when rgc-last-attempt = 99
                move "no register attempt left" to rgc-reject-reason
                perform 3000-list-unparseable thru 3000-exit
            when other
                perform 2500-load-one-record thru 2500-exit
        end-evaluate
    end-if.
    perform 2100-read-old-register thru 2100-exit.
2200-exit.
    exit.

*> the key fields and the return code must be usable as they stand;
*> the run-id and the timings are carried over as written.
2300-check-record.
    move spaces to rgc-reject-reason.
    evaluate true
        when rq-run-date is not numeric
            move "run date not numeric" to rgc-reject-reason
        when rq-run-date (5:2) < "01"
          or rq-run-date (5:2) > "12"
          or rq-run-date (7:2) < "01"
          or rq-run-date (7:2) > "31"
            move "run date not a date" to rgc-reject-reason
        when rq-site-code = spaces
            move "site code blank" to rgc-reject-reason
        when rq-return-code is not numeric
            move "return code not numeric" to rgc-reject-reason
        when other
            continue
    end-evaluate.
2300-exit.
    exit.

*> reads the entries already loaded for this record's chain, noting
*> the highest attempt, whether one of them ran clean, and whether
*> one of them is this very record again.
2400-find-attempts.
    move "N" to rgc-duplicate-sw.
    move "N" to rgc-clean-found-sw.
    move 0 to rgc-last-attempt.
    move 0 to rgc-dup-attempt.
    move "N" to rgc-reg-eof-sw.
    move low-values to rr-reg-key.
    move rq-run-date to rr-run-date.
    move rq-site-code to rr-site-code.
    move rq-shift-code to rr-shift-code.
    move 0 to rr-attempt.
    start runreg-file key is not < rr-reg-key
        invalid key
            set rgc-reg-eof to true
    end-start.
    perform 2410-read-attempt thru 2410-exit.
    perform 2420-note-one-attempt thru 2420-exit
        until rgc-reg-eof.
2400-exit.
    exit.

2410-read-attempt.
    if not rgc-reg-eof
        read runreg-file next record
            at end
                set rgc-reg-eof to true
        end-read
    end-if.
    if not rgc-reg-eof
        if rr-run-date not = rq-run-date
           or rr-site-code not = rq-site-code
           or rr-shift-code not = rq-shift-code
            set rgc-reg-eof to true
        end-if
    end-if.
2410-exit.
    exit.

2420-note-one-attempt.
    move rr-attempt to rgc-last-attempt.
    if rr-return-code = 0
        set rgc-clean-found to true
    end-if.
    if rr-run-id = rq-run-id
       and rr-return-code = rq-return-code
       and rr-timestamp = rq-timestamp
        set rgc-duplicate to true
        move rr-attempt to rgc-dup-attempt
    end-if.
    perform 2410-read-attempt thru 2410-exit.
2420-exit.
    exit.

2500-load-one-record.
    move spaces to runreg-record.
    move rq-run-date to rr-run-date.
    move rq-site-code to rr-site-code.
    move rq-shift-code to rr-shift-code.
    move rgc-last-attempt to rr-attempt.
    add 1 to rr-attempt.
    move rq-run-id to rr-run-id.
    move rq-return-code to rr-return-code.
    move rq-timestamp to rr-timestamp.
    move rq-bonjour-start to rr-bonjour-start.
    move rq-bonjour-end to rr-bonjour-end.
    move rq-maincob-start to rr-maincob-start.
    move rq-maincob-end to rr-maincob-end.
    write runreg-record
        invalid key
            move "register key already loaded" to rgc-reject-reason
    end-write.
    if rgc-reject-reason not = spaces
        perform 3000-list-unparseable thru 3000-exit
    else
        add 1 to rgc-loaded-count
        if rgc-clean-found
           and rr-return-code = 0
            perform 3200-list-second-clean thru 3200-exit
        end-if
    end-if.
2500-exit.
    exit.

*> a record left off the register: the reason, then the record's
*> key fields and outcome as they stood on the old file.
3000-list-unparseable.
    add 1 to rgc-unparseable-count.
    move spaces to regcvlst-record.
    string "  record " rgc-record-number " not loaded - "
           function trim(rgc-reject-reason)
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move spaces to regcvlst-record.
    string "    " runregsq-record (1:48)
        delimited by size into regcvlst-record.
    write regcvlst-record.
3000-exit.
    exit.

3100-list-duplicate.
    add 1 to rgc-duplicate-count.
    move spaces to regcvlst-record.
    string "  record " rgc-record-number " not loaded - duplicate of "
           rq-site-code "/" rq-shift-code " " rq-run-date
           " attempt " rgc-dup-attempt
        delimited by size into regcvlst-record.
    write regcvlst-record.
3100-exit.
    exit.

3200-list-second-clean.
    add 1 to rgc-second-clean-count.
    move spaces to regcvlst-record.
    string "  record " rgc-record-number " loaded as attempt "
           rr-attempt " - second clean run of "
           rr-site-code "/" rr-shift-code " " rr-run-date
        delimited by size into regcvlst-record.
    write regcvlst-record.
3200-exit.
    exit.

5000-write-list-trailer.
    move spaces to regcvlst-record.
    write regcvlst-record.
    move rgc-read-count to rgc-count-ed.
    move spaces to regcvlst-record.
    string "  records read            " rgc-count-ed
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move rgc-loaded-count to rgc-count-ed.
    move spaces to regcvlst-record.
    string "  records loaded          " rgc-count-ed
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move rgc-second-clean-count to rgc-count-ed.
    move spaces to regcvlst-record.
    string "    second clean runs     " rgc-count-ed
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move rgc-duplicate-count to rgc-count-ed.
    move spaces to regcvlst-record.
    string "  duplicates dropped      " rgc-count-ed
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move rgc-unparseable-count to rgc-count-ed.
    move spaces to regcvlst-record.
    string "  records not loaded      " rgc-count-ed
        delimited by size into regcvlst-record.
    write regcvlst-record.
    move spaces to regcvlst-record.
    string "  end of regconv register conversion for " rgc-run-date
        delimited by size into regcvlst-record.
    write regcvlst-record.
5000-exit.
    exit.

end program regconv.
