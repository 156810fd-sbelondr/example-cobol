*> whose site/shift/date already ran clean is not run again: the
*> attempt is skipped with a hard warning, a DUPR exception record,
*> and a condition code of 8. a chain that failed may be rerun -
*> only a clean register entry blocks the retry - and each rerun is
*> registered as the next attempt for its site/shift/date, so the
*> failed entries stay on the register beside it. the register entry
*> carries when bonjour and maincob each started and finished, for
*> slachk's batch-window service-level report, and the operator on
*> the RUNHEAD control record the chain ran under, for opercert's
*> access recertification.
*>
*> a resubmission of a half-finished run is the one case where an
*> already-clean site is expected, not an operating error: supplying
*> walked in order, so the rerun resumes at the first failed or
*> never-run site. a fresh run should not be submitted with a
*> RESTART file, or a genuinely duplicate submission would be
*> silently absorbed instead of flagged. a RESTART record carrying a
*> business date (rerunbld writes one with its rerun deck) runs the
*> restart under that date instead of today's, so a recovery run
*> after midnight is checked and registered against the night it is
*> recovering.
identification division.
program-id. driver.

        file status is drv-siteschd-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is drv-runreg-status.

    select excplog-file assign to "EXCPLOG"
        organization line sequential
        file status is drv-restart-status.

    select runhead-file assign to "RUNHEAD"
        organization line sequential
        file status is drv-runhead-status.

data division.
file section.
fd  siteschd-file.
    copy "excprec.cpy".

fd  restart-file.
    copy "restart.cpy".

fd  runhead-file.
    copy "runheader.cpy".

working-storage section.
01 drv-siteschd-status pic X(2) value spaces.
   88 drv-excplog-not-found value "35".
01 drv-restart-status pic X(2) value spaces.
   88 drv-restart-ok value "00".
01 drv-runhead-status pic X(2) value spaces.
   88 drv-runhead-ok value "00".

01 drv-runreg-eof-sw pic X(1) value "N".
   88 drv-runreg-eof value "Y".
01 drv-dup-found-sw pic X(1) value "N".
   88 drv-dup-found value "Y".
*> the highest attempt already registered for this site/shift/date;
*> this chain registers as the one after it.
01 drv-last-attempt pic 9(2) value 0.

01 drv-run-date pic X(8) value spaces.
*> the RUNHEAD operator every chain in this invocation runs under;
*> spaces when no RUNHEAD was supplied.
01 drv-operator-id pic X(8) value spaces.
01 drv-shift-code pic X(3) value spaces.
01 drv-parm-junk pic X(80).
01 drv-parm-rest pic X(80).
01 drv-stamp-time pic X(8) value spaces.
01 drv-timestamp pic X(16) value spaces.

*> when this chain's bonjour and maincob calls started and finished.
01 drv-bonjour-start pic X(16) value spaces.
01 drv-bonjour-end pic X(16) value spaces.
01 drv-maincob-start pic X(16) value spaces.
01 drv-maincob-end pic X(16) value spaces.

01 drv-schedule-mode-sw pic X(1) value "N".
   88 drv-schedule-mode value "Y".
01 drv-restart-mode-sw pic X(1) value "N".
    accept drv-run-date from date yyyymmdd.
    perform 1000-open-schedule thru 1000-exit.
    perform 1100-open-restart thru 1100-exit.
    perform 1200-read-runhead thru 1200-exit.
    if drv-schedule-mode
        perform 2000-run-scheduled-sites thru 2000-exit
    else

*> restart mode, like schedule mode, is simply "a RESTART file is
*> available" - the rerun JCL supplies one, a fresh submission does
*> not, and no parm args change. the business date on its record,
*> when it carries a valid one, replaces today's for the whole run.
1100-open-restart.
    move "N" to drv-restart-mode-sw.
    open input restart-file.
    if drv-restart-ok
        set drv-restart-mode to true
        read restart-file
            at end
                continue
            not at end
                if rs-business-date is numeric
                    move rs-business-date to drv-run-date
                end-if
        end-read
        close restart-file
    end-if.
1100-exit.
    exit.

*> the operator who submitted the run is only on the RUNHEAD control
*> record bonjour validates, so it is picked up here once for the
*> register entries. a run without RUNHEAD registers no operator.
1200-read-runhead.
    move spaces to drv-operator-id.
    open input runhead-file.
    if drv-runhead-ok
        read runhead-file
            at end
                continue
            not at end
                move rh-operator-id to drv-operator-id
        end-read
        close runhead-file
    end-if.
1200-exit.
    exit.

2000-run-scheduled-sites.
    move "N" to drv-schedule-eof-sw.
    perform 2100-read-schedule thru 2100-exit.
*> there.
4000-run-site-chain.
    move 0 to drv-site-rc.
    move spaces to drv-bonjour-start.
    move spaces to drv-bonjour-end.
    move spaces to drv-maincob-start.
    move spaces to drv-maincob-end.
    perform 4300-extract-shift thru 4300-exit.
    perform 4400-check-duplicate thru 4400-exit.
    if drv-dup-found

*> calls bonjour to print and validate the run banner.
4100-call-bonjour.
    perform 4700-take-timestamp thru 4700-exit.
    move drv-timestamp to drv-bonjour-start.
    call "bonjour" using drv-site-code drv-run-info drv-output-mode.
    move return-code to drv-bonjour-rc.
    perform 4700-take-timestamp thru 4700-exit.
    move drv-timestamp to drv-bonjour-end.
4100-exit.
    exit.

*> the banner validated, so go on and resolve the shift-change
*> bulletin.
4200-call-maincob.
    perform 4700-take-timestamp thru 4700-exit.
    move drv-timestamp to drv-maincob-start.
    call "maincob" using drv-parm-string.
    move return-code to drv-maincob-rc.
    perform 4700-take-timestamp thru 4700-exit.
    move drv-timestamp to drv-maincob-end.
4200-exit.
    exit.

4300-exit.
    exit.

*> reads the register entries for this site, shift and date - every
*> attempt, in attempt order - for a clean run already recorded, and
*> notes the highest attempt so a rerun registers as the next one. a
*> failed chain on the register does not block a rerun - only a
*> clean one does.
4400-check-duplicate.
    move "N" to drv-dup-found-sw.
    move 0 to drv-last-attempt.
    open input runreg-file.
    if drv-runreg-ok
        move "N" to drv-runreg-eof-sw
        move low-values to rr-reg-key
        move drv-run-date to rr-run-date
        move drv-site-code to rr-site-code
        move drv-shift-code to rr-shift-code
        move 0 to rr-attempt
        start runreg-file key is not < rr-reg-key
            invalid key
                set drv-runreg-eof to true
        end-start
        perform 4410-read-runreg thru 4410-exit
        perform 4420-match-one-register thru 4420-exit
            until drv-runreg-eof
        close runreg-file
    end-if.
4400-exit.
    exit.

4410-read-runreg.
    if not drv-runreg-eof
        read runreg-file next record
            at end
                set drv-runreg-eof to true
        end-read
    end-if.
    if not drv-runreg-eof
        if rr-run-date not = drv-run-date
           or rr-site-code not = drv-site-code
           or rr-shift-code not = drv-shift-code
            set drv-runreg-eof to true
        end-if
    end-if.
4410-exit.
    exit.

4420-match-one-register.
    if rr-return-code = 0
        set drv-dup-found to true
    end-if.
    move rr-attempt to drv-last-attempt.
    perform 4410-read-runreg thru 4410-exit.
4420-exit.
    exit.

*> registers the chain as the next attempt for its site/shift/date.
*> a register that cannot take the entry - the attempt numbers for
*> the day are used up, or the key is somehow already there - is a
*> hard warning: the chain ran, but the next duplicate check and
*> runchk will not see it.
4500-register-run.
    open i-o runreg-file.
    if drv-runreg-not-found
        open output runreg-file
    end-if.
    move drv-run-date to rr-run-date.
    move drv-site-code to rr-site-code.
    move drv-shift-code to rr-shift-code.
    move drv-last-attempt to rr-attempt.
    add 1 to rr-attempt.
    move drv-run-info to rr-run-id.
    move drv-site-rc to rr-return-code.
    move drv-timestamp to rr-timestamp.
    move drv-bonjour-start to rr-bonjour-start.
    move drv-bonjour-end to rr-bonjour-end.
    move drv-maincob-start to rr-maincob-start.
    move drv-maincob-end to rr-maincob-end.
    move drv-operator-id to rr-operator-id.
    if drv-last-attempt = 99
        display "driver - site " drv-site-code " shift "
                drv-shift-code " has no register attempt left for "
                drv-run-date " - run not registered"
        perform 4510-raise-register-rc thru 4510-exit
    else
        write runreg-record
            invalid key
                display "driver - site " drv-site-code " shift "
                        drv-shift-code " attempt " rr-attempt
                        " already on the register for " drv-run-date
                        " - run not registered"
                perform 4510-raise-register-rc thru 4510-exit
        end-write
    end-if.
    close runreg-file.
4500-exit.
    exit.

*> an unregistered chain is at least a hard warning, but must not
*> hide a worse outcome from the chain itself.
4510-raise-register-rc.
    if drv-site-rc < 8
        move 8 to drv-site-rc
    end-if.
4510-exit.
    exit.

4600-write-dup-exception.
    open extend excplog-file.
    if drv-excplog-not-found
4600-exit.
    exit.

*> the current date and time in the register's timestamp layout.
4700-take-timestamp.
    accept drv-stamp-date from date yyyymmdd.
    accept drv-stamp-time from time.
    move spaces to drv-timestamp.
    string drv-stamp-date drv-stamp-time
        delimited by size into drv-timestamp.
4700-exit.
    exit.

end program driver.
