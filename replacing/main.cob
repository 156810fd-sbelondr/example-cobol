*> disagrees with the computed one is flagged on the report and
*> logged as a DISC exception - the bulletin is the shift-change
*> record, and it should not depend on mental arithmetic at 23:40.
*>
*> the on-call contact is system-sourced the same way: ONCALL and
*> ESCALATE resolve from the ONCALL on-call roster cover for the
*> run's site, shift and date, an operator-typed value that
*> disagrees with the roster is flagged and logged as an ONCL
*> exception, and a run the roster has no cover for is flagged and
*> logged as NCOV and left to the parm value - the bulletin is what
*> people use to decide who to phone.
identification division.
program-id. maincob.

        file status is mcb-bullout-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is mcb-runreg-status.

    select oncall-file assign to "ONCALL"
        organization line sequential
        file status is mcb-oncall-status.

data division.
file section.
fd  bulltmpl-file.
fd  runreg-file.
    copy "runreg.cpy".

fd  oncall-file.
    copy "oncall.cpy".

working-storage section.
    copy "bulletin-subs.cpy".
*> shared site-code/run-type validation tables
01 mcb-bullout-status pic X(2) value spaces.
01 mcb-runreg-status pic X(2) value spaces.
   88 mcb-runreg-ok value "00".
01 mcb-oncall-status pic X(2) value spaces.
   88 mcb-oncall-ok value "00".

01 mcb-audit-date pic X(8) value spaces.
01 mcb-audit-time pic X(8) value spaces.
01 mcb-oper-len pic 9(2) value 0.
01 mcb-discrep-table.
   05 mcb-discrep-count pic 9(1) value 0.
   05 mcb-discrep-entry occurs 0 to 4 times
         depending on mcb-discrep-count.
      10 mcb-dsc-name pic X(10).
      10 mcb-dsc-kind pic X(1).
         88 mcb-dsc-counted value "C".
         88 mcb-dsc-rostered value "R".
      10 mcb-dsc-oper pic X(20).
      10 mcb-dsc-sys pic 9(4).
      10 mcb-dsc-roster pic X(20).
01 mcb-dsc-sub pic 9(1) value 0.
01 mcb-dsc-sys-ed pic ZZZ9.

*> on-call roster state: the cover found for this run's site and
*> date - a shift-specific period and an every-shift one are both
*> noted, the shift-specific one wins - and whether the roster had
*> no cover for the run at all.
01 mcb-roster-eof-sw pic X(1) value "N".
   88 mcb-roster-eof value "Y".
01 mcb-roster-found-sw pic X(1) value "N".
   88 mcb-roster-found value "Y".
01 mcb-roster-all-found-sw pic X(1) value "N".
   88 mcb-roster-all-found value "Y".
01 mcb-no-cover-sw pic X(1) value "N".
   88 mcb-no-cover value "Y".
01 mcb-roster-oncall pic X(20) value spaces.
01 mcb-roster-escalate pic X(20) value spaces.
01 mcb-roster-all-oncall pic X(20) value spaces.
01 mcb-roster-all-escalate pic X(20) value spaces.
01 mcb-roster-text pic X(20) value spaces.

*> what the current EXCPLOG write is about, set before performing
*> the shared write - the same shape bonjour uses.
01 mcb-excp-reason pic X(4) value spaces.
    move 0 to mcb-sys-failcnt.
    move spaces to mcb-discrep-table.
    move 0 to mcb-discrep-count.
    move "N" to mcb-no-cover-sw.
    accept mcb-run-date from date yyyymmdd.
    call "codeload" using cc-site-code-table cc-run-type-table.
1000-exit.
    move "FAILCNT" to mcb-sys-name.
    move mcb-sys-failcnt to mcb-sys-value.
    perform 2367-apply-system-value thru 2367-exit.
    perform 2370-resolve-roster thru 2370-exit.
2360-exit.
    exit.

2363-exit.
    exit.

*> the register is keyed by date then site, so the count starts at
*> the run date (and site, when the bulletin is for one site) and
*> stops at the first entry past it.
2364-count-failed-runs.
    open input runreg-file.
    if mcb-runreg-ok
        move "N" to mcb-runreg-eof-sw
        move low-values to rr-reg-key
        move mcb-run-date to rr-run-date
        if mcb-site-value not = spaces
            move mcb-site-value to rr-site-code
        end-if
        start runreg-file key is not < rr-reg-key
            invalid key
                set mcb-runreg-eof to true
        end-start
        perform 2365-read-one-register thru 2365-exit
        perform 2366-tally-one-register thru 2366-exit
            until mcb-runreg-eof
    exit.

2365-read-one-register.
    if not mcb-runreg-eof
        read runreg-file next record
            at end
                set mcb-runreg-eof to true
        end-read
    end-if.
    if not mcb-runreg-eof
        if rr-run-date not = mcb-run-date
            set mcb-runreg-eof to true
        else
            if mcb-site-value not = spaces
               and rr-site-code not = mcb-site-value
                set mcb-runreg-eof to true
            end-if
        end-if
    end-if.
2365-exit.
    exit.

2366-tally-one-register.
    if rr-return-code not = 0
        add 1 to mcb-sys-failcnt
    end-if.
    perform 2365-read-one-register thru 2365-exit.
       or mcb-oper-text (1:mcb-oper-len) is not numeric
       or function numval(mcb-oper-text (1:mcb-oper-len))
            not = mcb-sys-value
        if mcb-discrep-count < 4
            add 1 to mcb-discrep-count
            move mcb-sys-name
                to mcb-dsc-name (mcb-discrep-count)
            set mcb-dsc-counted (mcb-discrep-count) to true
            move bt-sub-value (bt-sub-idx)
                to mcb-dsc-oper (mcb-discrep-count)
            move mcb-sys-value
2369-exit.
    exit.

*> resolves ONCALL and ESCALATE from the on-call roster period that
*> covers this run's site and date - for the run's shift if there
*> is one, otherwise for every shift. the parm values are left
*> alone only for a run with no SITE= pair, which has no roster
*> cover to look up, or when there is no ONCALL file at all. once
*> ONCALL exists, any site/shift/date it does not cover - including
*> a site with no periods on it yet - is flagged as NCOV once the
*> DAILYRPT header is out, and the parm value stands in for it. a
*> period with no escalation contact leaves ESCALATE to the parm.
2370-resolve-roster.
    move "N" to mcb-no-cover-sw.
    if mcb-site-value not = spaces
        open input oncall-file
        if mcb-oncall-ok
            move "N" to mcb-roster-eof-sw
            move "N" to mcb-roster-found-sw
            move "N" to mcb-roster-all-found-sw
            perform 2371-read-one-roster thru 2371-exit
            perform 2372-match-one-roster thru 2372-exit
                until mcb-roster-eof
            close oncall-file
            if not mcb-roster-found
               and mcb-roster-all-found
                set mcb-roster-found to true
                move mcb-roster-all-oncall to mcb-roster-oncall
                move mcb-roster-all-escalate to mcb-roster-escalate
            end-if
            if mcb-roster-found
                move "ONCALL" to mcb-sys-name
                move mcb-roster-oncall to mcb-roster-text
                perform 2373-apply-roster-value thru 2373-exit
                if mcb-roster-escalate not = spaces
                    move "ESCALATE" to mcb-sys-name
                    move mcb-roster-escalate to mcb-roster-text
                    perform 2373-apply-roster-value thru 2373-exit
                end-if
            else
                set mcb-no-cover to true
            end-if
        end-if
    end-if.
2370-exit.
    exit.

2371-read-one-roster.
    read oncall-file
        at end
            set mcb-roster-eof to true
    end-read.
2371-exit.
    exit.

2372-match-one-roster.
    if oc-site-code = mcb-site-value
       and oc-start-date not > mcb-run-date
       and oc-end-date not < mcb-run-date
        if oc-shift-code = spaces
            set mcb-roster-all-found to true
            move oc-oncall-name to mcb-roster-all-oncall
            move oc-escalate-name to mcb-roster-all-escalate
        else
            if oc-shift-code = mcb-shift-value (1:3)
                set mcb-roster-found to true
                move oc-oncall-name to mcb-roster-oncall
                move oc-escalate-name to mcb-roster-escalate
            end-if
        end-if
    end-if.
    perform 2371-read-one-roster thru 2371-exit.
2372-exit.
    exit.

*> puts one rostered contact into the substitution table - over top
*> of an operator-typed pair, remembering the disagreement when the
*> typed name is not the rostered one, or as a fresh entry.
2373-apply-roster-value.
    if bt-sub-count > 0
        set bt-sub-idx to 1
        search bt-sub-entry
            at end
                perform 2374-add-roster-entry thru 2374-exit
            when bt-sub-name (bt-sub-idx) = mcb-sys-name
                if bt-sub-value (bt-sub-idx) not = mcb-roster-text
                   and mcb-discrep-count < 4
                    add 1 to mcb-discrep-count
                    move mcb-sys-name
                        to mcb-dsc-name (mcb-discrep-count)
                    set mcb-dsc-rostered (mcb-discrep-count)
                        to true
                    move bt-sub-value (bt-sub-idx)
                        to mcb-dsc-oper (mcb-discrep-count)
                    move mcb-roster-text
                        to mcb-dsc-roster (mcb-discrep-count)
                end-if
                move mcb-roster-text to bt-sub-value (bt-sub-idx)
        end-search
    else
        perform 2374-add-roster-entry thru 2374-exit
    end-if.
2373-exit.
    exit.

2374-add-roster-entry.
    if bt-sub-count < 10
        add 1 to bt-sub-count
        move mcb-sys-name to bt-sub-name (bt-sub-count)
        move mcb-roster-text to bt-sub-value (bt-sub-count)
    else
        display "maincob - substitution table full, "
                mcb-sys-name " left to the parm value"
    end-if.
2374-exit.
    exit.

*> if a checkpoint left over from an abended run under this same
*> run-id is found still in progress, resume past the last template
*> record it finished instead of starting the bulletin over. a blank
    exit.

*> notes each operator-typed value that disagreed with the system
*> count or the on-call roster on the report and logs it as a
*> structured DISC or ONCL exception, so the quality review sees
*> every figure and contact that would have published wrong. the
*> computed or rostered value is the one the bulletin used. a run
*> the roster has no cover for is noted and logged as NCOV.
4250-report-discrepancies.
    if mcb-discrep-count > 0
        perform 4255-report-one-entry thru 4255-exit
            varying mcb-dsc-sub from 1 by 1
            until mcb-dsc-sub > mcb-discrep-count
    end-if.
    if mcb-no-cover
        perform 4270-report-no-cover thru 4270-exit
    end-if.
4250-exit.
    exit.

4255-report-one-entry.
    if mcb-dsc-rostered (mcb-dsc-sub)
        perform 4265-report-one-roster-clash thru 4265-exit
    else
        perform 4260-report-one-discrepancy thru 4260-exit
    end-if.
4255-exit.
    exit.

4260-report-one-discrepancy.
    move mcb-dsc-sys (mcb-dsc-sub) to mcb-dsc-sys-ed.
    display "maincob - " function trim(mcb-dsc-name (mcb-dsc-sub))
4260-exit.
    exit.

4265-report-one-roster-clash.
    display "maincob - " function trim(mcb-dsc-name (mcb-dsc-sub))
            " typed as [" function trim(mcb-dsc-oper (mcb-dsc-sub))
            "] but rostered as ["
            function trim(mcb-dsc-roster (mcb-dsc-sub))
            "] - roster value used".
    move spaces to dailyrpt-record.
    string "  discrepancy - "
           function trim(mcb-dsc-name (mcb-dsc-sub))
           " typed " function trim(mcb-dsc-oper (mcb-dsc-sub))
           " roster " function trim(mcb-dsc-roster (mcb-dsc-sub))
        delimited by size into dailyrpt-record.
    write dailyrpt-record.
    add 1 to mcb-lines-on-page.
    move "ONCL" to mcb-excp-reason.
    move mcb-dsc-name (mcb-dsc-sub) to mcb-excp-field.
    move mcb-dsc-oper (mcb-dsc-sub) to mcb-excp-value.
    perform 4600-write-exception thru 4600-exit.
4265-exit.
    exit.

4270-report-no-cover.
    display "maincob - no on-call cover on the roster for site "
            mcb-site-value " shift " mcb-shift-value (1:3)
            " on " mcb-run-date " - parm value used".
    move spaces to dailyrpt-record.
    string "  no on-call cover on the roster for site "
           mcb-site-value " shift " mcb-shift-value (1:3)
           " - parm value used"
        delimited by size into dailyrpt-record.
    write dailyrpt-record.
    add 1 to mcb-lines-on-page.
    move "NCOV" to mcb-excp-reason.
    move "SITE-SHIFT" to mcb-excp-field.
    move spaces to mcb-excp-value.
    string mcb-site-value "/" mcb-shift-value (1:3)
        delimited by size into mcb-excp-value.
    perform 4600-write-exception thru 4600-exit.
4270-exit.
    exit.

4300-print-footer.
    move spaces to dailyrpt-record.
    string "  end of bulletin for run-id " mcb-run-id
