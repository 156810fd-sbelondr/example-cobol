*> readychk is the pre-flight readiness check run before driver
*> starts the nightly schedule. it reads tonight's SITESCHD in
*> schedule order and cross-checks every scheduled site/shift
*> against the files the chain will meet once it is running, so a
*> failure that would otherwise surface mid-window shows up at
*> 18:00 instead:
*>   - the site and shift are live on REFCODES tonight (loaded by
*>     codeload, exactly as bonjour and maincob will load them);
*>   - the RUNHEAD operator, when one is supplied, is on OPERMAST and
*>     authorized for the site and shift;
*>   - BULLTMPL carries a *TEMPLATE header for the shift, so maincob
*>     does not quietly fall back to the DEFAULT template;
*>   - CHECKPT is not left in progress from an abended run;
*>   - the site/shift is on tonight's PROCCAL processing calendar;
*>   - the site/shift has not already run clean on RUNREG, and is not
*>     scheduled twice.
*> when a RESTART is supplied and carries a business date, as the
*> rerunbld deck does, that night is the one checked against PROCCAL
*> and RUNREG, the same date driver will register the restart under.
*> READYRPT shows each site as PASS, WARN or FAIL with the findings
*> under it. the condition code is 8 when any site fails and 4 when
*> there are only warnings, so the scheduler can hold driver until
*> someone has reviewed the report.
identification division.
program-id. readychk.

environment division.
input-output section.
file-control.
    select siteschd-file assign to "SITESCHD"
        organization line sequential
        file status is rdy-siteschd-status.

    select runhead-file assign to "RUNHEAD"
        organization line sequential
        file status is rdy-runhead-status.

    select opermast-file assign to "OPERMAST"
        organization line sequential
        file status is rdy-opermast-status.

    select bulltmpl-file assign to "BULLTMPL"
        organization line sequential
        file status is rdy-bulltmpl-status.

    select checkpt-file assign to "CHECKPT"
        organization line sequential
        file status is rdy-checkpt-status.

    select proccal-file assign to "PROCCAL"
        organization line sequential
        file status is rdy-proccal-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is rdy-runreg-status.

    select restart-file assign to "RESTART"
        organization line sequential
        file status is rdy-restart-status.

    select readyrpt-file assign to "READYRPT"
        organization line sequential
        file status is rdy-readyrpt-status.

data division.
file section.
fd  siteschd-file.
    copy "siteschd.cpy".

fd  runhead-file.
    copy "runheader.cpy".

fd  opermast-file.
    copy "opermast.cpy".

fd  bulltmpl-file.
    copy "bulletin-template.cpy".

fd  checkpt-file.
    copy "checkpoint.cpy".

fd  proccal-file.
    copy "proccal.cpy".

fd  runreg-file.
    copy "runreg.cpy".

fd  restart-file.
    copy "restart.cpy".

fd  readyrpt-file.
01  readyrpt-record pic X(80).

working-storage section.
    copy "common-codes.cpy".

01 rdy-siteschd-status pic X(2) value spaces.
   88 rdy-siteschd-ok value "00".
01 rdy-runhead-status pic X(2) value spaces.
   88 rdy-runhead-ok value "00".
01 rdy-opermast-status pic X(2) value spaces.
   88 rdy-opermast-ok value "00".
01 rdy-bulltmpl-status pic X(2) value spaces.
   88 rdy-bulltmpl-ok value "00".
01 rdy-checkpt-status pic X(2) value spaces.
   88 rdy-checkpt-ok value "00".
01 rdy-proccal-status pic X(2) value spaces.
   88 rdy-proccal-ok value "00".
01 rdy-runreg-status pic X(2) value spaces.
   88 rdy-runreg-ok value "00".
01 rdy-restart-status pic X(2) value spaces.
   88 rdy-restart-ok value "00".
01 rdy-readyrpt-status pic X(2) value spaces.

01 rdy-eof-sw pic X(1) value "N".
   88 rdy-eof value "Y".
01 rdy-reg-eof-sw pic X(1) value "N".
   88 rdy-reg-eof value "Y".
01 rdy-found-sw pic X(1) value "N".
   88 rdy-found value "Y".

01 rdy-run-date pic X(8) value spaces.
01 rdy-today pic X(8) value spaces.

*> the job-wide state every scheduled site is checked against,
*> gathered once before the schedule is read.
01 rdy-runhead-sw pic X(1) value "N".
   88 rdy-runhead-available value "Y".
01 rdy-opermast-sw pic X(1) value "N".
   88 rdy-opermast-available value "Y".
01 rdy-oper-found-sw pic X(1) value "N".
   88 rdy-oper-found value "Y".
01 rdy-bulltmpl-sw pic X(1) value "N".
   88 rdy-bulltmpl-available value "Y".
01 rdy-proccal-sw pic X(1) value "N".
   88 rdy-proccal-available value "Y".
01 rdy-runreg-sw pic X(1) value "N".
   88 rdy-runreg-available value "Y".
01 rdy-restart-mode-sw pic X(1) value "N".
   88 rdy-restart-mode value "Y".
01 rdy-ckpt-open-sw pic X(1) value "N".
   88 rdy-ckpt-open value "Y".
01 rdy-ckpt-run-id pic X(8) value spaces.

01 rdy-oper-id pic X(8) value spaces.
01 rdy-oper-site pic X(6) value spaces.
01 rdy-oper-auth-sites.
   05 rdy-oper-auth-site occurs 5 times pic X(6).
01 rdy-oper-auth-shifts.
   05 rdy-oper-auth-shift occurs 3 times pic X(3).
01 rdy-auth-sub pic 9(1) value 0.

*> every *TEMPLATE header on BULLTMPL: the shift (or DEFAULT) and
*> optional site it selects for.
01 rdy-headers-found-sw pic X(1) value "N".
   88 rdy-headers-found value "Y".
01 rdy-tmpl-word1 pic X(10).
01 rdy-tmpl-shift pic X(10).
01 rdy-tmpl-site pic X(10).
01 rdy-tmpl-level pic 9(1) value 0.
01 rdy-best-level pic 9(1) value 0.
01 rdy-header-table.
   05 rdy-header-count pic 9(3) value 0.
   05 rdy-header-entry occurs 0 to 100 times
         depending on rdy-header-count
         indexed by rdy-header-idx.
      10 rdy-hdr-shift pic X(10).
      10 rdy-hdr-site pic X(10).

*> tonight's PROCCAL entries.
01 rdy-calendar-table.
   05 rdy-cal-count pic 9(3) value 0.
   05 rdy-cal-entry occurs 0 to 200 times
         depending on rdy-cal-count
         indexed by rdy-cal-idx.
      10 rdy-cal-site pic X(6).
      10 rdy-cal-shift pic X(3).

*> the site/shifts already read off tonight's schedule, so a chain
*> scheduled twice is caught before driver skips the second as a
*> duplicate.
01 rdy-seen-table.
   05 rdy-seen-count pic 9(3) value 0.
   05 rdy-seen-entry occurs 0 to 200 times
         depending on rdy-seen-count
         indexed by rdy-seen-idx.
      10 rdy-seen-site pic X(6).
      10 rdy-seen-shift pic X(3).

*> the scheduled entry being checked: its shift, site and run-id
*> are the SHIFT=, SITE= and RUNID= pairs on its parm string, the
*> same pairs driver and maincob parse.
01 rdy-shift-code pic X(3) value spaces.
01 rdy-parm-site pic X(6) value spaces.
01 rdy-parm-run-id pic X(8) value spaces.
01 rdy-parm-junk pic X(80).
01 rdy-parm-rest pic X(80).

*> the findings for the entry being checked, listed under its
*> result line.
01 rdy-site-result pic X(4) value spaces.
01 rdy-finding-level pic X(4) value spaces.
01 rdy-finding-text pic X(60) value spaces.
01 rdy-finding-table.
   05 rdy-finding-count pic 9(2) value 0.
   05 rdy-finding-entry occurs 0 to 12 times
         depending on rdy-finding-count
         indexed by rdy-finding-idx.
      10 rdy-fnd-level pic X(4).
      10 rdy-fnd-text pic X(60).

01 rdy-site-count pic 9(4) value 0.
01 rdy-pass-count pic 9(4) value 0.
01 rdy-warn-count pic 9(4) value 0.
01 rdy-fail-count pic 9(4) value 0.
01 rdy-job-warn-count pic 9(4) value 0.
01 rdy-count-ed pic ZZZ9.

procedure division.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if rdy-siteschd-ok
        perform 2000-check-job thru 2000-exit
        perform 3000-check-schedule thru 3000-exit
        perform 5000-write-trailer thru 5000-exit
        evaluate true
            when rdy-fail-count > 0
                move 8 to return-code
            when rdy-warn-count > 0 or rdy-job-warn-count > 0
                move 4 to return-code
            when other
                continue
        end-evaluate
    else
        display "readychk - unable to open SITESCHD, file status "
                rdy-siteschd-status " - no readiness check made"
        move 16 to return-code
        move spaces to readyrpt-record
        string "  readychk check not made - SITESCHD "
               "unavailable, file status " rdy-siteschd-status
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    close readyrpt-file.
    goback.

1000-initialize.
    move 0 to return-code.
    accept rdy-today from date yyyymmdd.
    move rdy-today to rdy-run-date.
    perform 1100-open-restart thru 1100-exit.
    open input siteschd-file.
    open output readyrpt-file.
    move spaces to readyrpt-record.
    string "readychk pre-flight readiness check - business date "
           rdy-run-date
        delimited by size into readyrpt-record.
    write readyrpt-record.
    if rdy-run-date not = rdy-today
        move spaces to readyrpt-record
        string "  business date taken from RESTART - run date "
               rdy-today
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    move spaces to readyrpt-record.
    write readyrpt-record.
1000-exit.
    exit.

*> a RESTART moves the night under check the way it moves driver's:
*> its business date, when it carries a valid one, replaces today's
*> before the calendar and register are looked at.
1100-open-restart.
    move "N" to rdy-restart-mode-sw.
    open input restart-file.
    if rdy-restart-ok
        set rdy-restart-mode to true
        read restart-file
            at end
                continue
            not at end
                if rs-business-date is numeric
                    move rs-business-date to rdy-run-date
                end-if
        end-read
        close restart-file
    end-if.
1100-exit.
    exit.

*> gathers the job-wide state and reports on it before any site:
*> the validation tables, the RUNHEAD operator, the template
*> headers, the calendar and the checkpoint. restart mode and its
*> business date are settled at initialization, before the header.
2000-check-job.
    call "codeload" using cc-site-code-table cc-run-type-table.
    perform 2100-load-runhead thru 2100-exit.
    perform 2200-load-template-headers thru 2200-exit.
    perform 2300-load-calendar thru 2300-exit.
    perform 2400-load-checkpoint thru 2400-exit.
    move "N" to rdy-runreg-sw.
    open input runreg-file.
    if rdy-runreg-ok
        set rdy-runreg-available to true
    end-if.
    perform 2500-write-job-lines thru 2500-exit.
2000-exit.
    exit.

*> the RUNHEAD operator is the one bonjour will verify on every call
*> driver makes. with no RUNHEAD there is no operator to check, and
*> bonjour skips the check too; the same goes for a site that has
*> not cut an OPERMAST file.
2100-load-runhead.
    move "N" to rdy-runhead-sw.
    move "N" to rdy-opermast-sw.
    move "N" to rdy-oper-found-sw.
    open input runhead-file.
    if rdy-runhead-ok
        read runhead-file
            at end
                continue
            not at end
                set rdy-runhead-available to true
                move rh-operator-id to rdy-oper-id
                move rh-site-code to rdy-oper-site
        end-read
        close runhead-file
    end-if.
    if rdy-runhead-available
        open input opermast-file
        if rdy-opermast-ok
            set rdy-opermast-available to true
            move "N" to rdy-eof-sw
            perform 2110-read-opermast thru 2110-exit
            perform 2120-match-one-operator thru 2120-exit
                until rdy-eof or rdy-oper-found
            close opermast-file
        end-if
    end-if.
2100-exit.
    exit.

2110-read-opermast.
    read opermast-file
        at end
            set rdy-eof to true
    end-read.
2110-exit.
    exit.

*> a blank master record can never authorize anyone, the same rule
*> bonjour applies.
2120-match-one-operator.
    if om-operator-id not = spaces
       and om-operator-id = rdy-oper-id
        set rdy-oper-found to true
        move om-auth-sites to rdy-oper-auth-sites
        move om-auth-shifts to rdy-oper-auth-shifts
    else
        perform 2110-read-opermast thru 2110-exit
    end-if.
2120-exit.
    exit.

2200-load-template-headers.
    move "N" to rdy-bulltmpl-sw.
    move "N" to rdy-headers-found-sw.
    move 0 to rdy-header-count.
    open input bulltmpl-file.
    if rdy-bulltmpl-ok
        set rdy-bulltmpl-available to true
        move "N" to rdy-eof-sw
        perform 2210-read-template thru 2210-exit
        perform 2220-take-one-line thru 2220-exit
            until rdy-eof
        close bulltmpl-file
    end-if.
2200-exit.
    exit.

2210-read-template.
    read bulltmpl-file
        at end
            set rdy-eof to true
    end-read.
2210-exit.
    exit.

2220-take-one-line.
    if bt-line (1:9) = "*TEMPLATE"
        set rdy-headers-found to true
        move spaces to rdy-tmpl-word1
        move spaces to rdy-tmpl-shift
        move spaces to rdy-tmpl-site
        unstring bt-line delimited by all spaces
            into rdy-tmpl-word1 rdy-tmpl-shift rdy-tmpl-site
        end-unstring
        if rdy-header-count < 100
            add 1 to rdy-header-count
            move rdy-tmpl-shift to rdy-hdr-shift (rdy-header-count)
            move rdy-tmpl-site to rdy-hdr-site (rdy-header-count)
        end-if
    end-if.
    perform 2210-read-template thru 2210-exit.
2220-exit.
    exit.

2300-load-calendar.
    move "N" to rdy-proccal-sw.
    move 0 to rdy-cal-count.
    open input proccal-file.
    if rdy-proccal-ok
        set rdy-proccal-available to true
        move "N" to rdy-eof-sw
        perform 2310-read-calendar thru 2310-exit
        perform 2320-store-one-calendar thru 2320-exit
            until rdy-eof
        close proccal-file
    end-if.
2300-exit.
    exit.

2310-read-calendar.
    read proccal-file
        at end
            set rdy-eof to true
    end-read.
2310-exit.
    exit.

2320-store-one-calendar.
    if pc-business-date = rdy-run-date
       and rdy-cal-count < 200
        add 1 to rdy-cal-count
        move pc-site-code to rdy-cal-site (rdy-cal-count)
        move pc-shift-code to rdy-cal-shift (rdy-cal-count)
    end-if.
    perform 2310-read-calendar thru 2310-exit.
2320-exit.
    exit.

2400-load-checkpoint.
    move "N" to rdy-ckpt-open-sw.
    open input checkpt-file.
    if rdy-checkpt-ok
        read checkpt-file
            at end
                continue
            not at end
                if ckpt-run-in-progress
                    set rdy-ckpt-open to true
                    move ckpt-run-id to rdy-ckpt-run-id
                end-if
        end-read
        close checkpt-file
    end-if.
2400-exit.
    exit.

*> one line per job-wide condition. a missing calendar is a warning
*> in its own right - it is what tonight's schedule is checked
*> against. an open checkpoint is reported here and again under any
*> scheduled site whose run-id would resume from it.
2500-write-job-lines.
    move spaces to readyrpt-record.
    if rdy-runhead-available
        if rdy-opermast-available
            string "  RUNHEAD operator " rdy-oper-id
                   " site " rdy-oper-site
                   " - checked against OPERMAST"
                delimited by size into readyrpt-record
        else
            string "  RUNHEAD operator " rdy-oper-id
                   " - no OPERMAST, authorization not checked"
                delimited by size into readyrpt-record
        end-if
    else
        string "  no RUNHEAD - operator authorization not checked"
            delimited by size into readyrpt-record
    end-if.
    write readyrpt-record.
    if not rdy-bulltmpl-available
        move spaces to readyrpt-record
        string "  BULLTMPL unavailable, file status "
               rdy-bulltmpl-status " - no bulletin can be produced"
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    if not rdy-proccal-available
        add 1 to rdy-job-warn-count
        move spaces to readyrpt-record
        string "  WARN  PROCCAL unavailable - calendar not checked"
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    if not rdy-runreg-available
        move spaces to readyrpt-record
        string "  no RUNREG - no chain has run clean yet tonight"
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    if rdy-ckpt-open
        add 1 to rdy-job-warn-count
        move spaces to readyrpt-record
        string "  WARN  CHECKPT left in progress for run-id "
               rdy-ckpt-run-id " - a run abended"
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    if rdy-restart-mode
        move spaces to readyrpt-record
        string "  RESTART supplied - sites already clean will be"
               " passed over"
            delimited by size into readyrpt-record
        write readyrpt-record
    end-if.
    move spaces to readyrpt-record.
    write readyrpt-record.
    move spaces to readyrpt-record.
    string "  site   shf  run-info     result"
        delimited by size into readyrpt-record.
    write readyrpt-record.
2500-exit.
    exit.

3000-check-schedule.
    move "N" to rdy-eof-sw.
    perform 3100-read-schedule thru 3100-exit.
    perform 3200-check-one-site thru 3200-exit
        until rdy-eof.
    close siteschd-file.
    if rdy-runreg-available
        close runreg-file
    end-if.
    if rdy-site-count = 0
        move spaces to readyrpt-record
        move "  nothing scheduled" to readyrpt-record
        write readyrpt-record
    end-if.
3000-exit.
    exit.

3100-read-schedule.
    read siteschd-file
        at end
            set rdy-eof to true
    end-read.
3100-exit.
    exit.

3200-check-one-site.
    add 1 to rdy-site-count.
    move 0 to rdy-finding-count.
    move "PASS" to rdy-site-result.
    perform 3300-extract-parm-pairs thru 3300-exit.
    perform 4000-check-refcodes thru 4000-exit.
    perform 4100-check-operator thru 4100-exit.
    perform 4200-check-template thru 4200-exit.
    perform 4300-check-checkpoint thru 4300-exit.
    perform 4400-check-calendar thru 4400-exit.
    perform 4500-check-register thru 4500-exit.
    perform 4600-check-scheduled-twice thru 4600-exit.
    perform 3500-write-site thru 3500-exit.
    perform 3100-read-schedule thru 3100-exit.
3200-exit.
    exit.

*> the SHIFT=, SITE= and RUNID= pairs are either the leading pair or
*> one introduced by ";", the same rule driver uses, so a longer
*> pair name that merely ends in SHIFT cannot match.
3300-extract-parm-pairs.
    move spaces to rdy-shift-code.
    if ss-parm-string (1:6) = "SHIFT="
        move ss-parm-string (7:3) to rdy-shift-code
    else
        move spaces to rdy-parm-junk
        move spaces to rdy-parm-rest
        unstring ss-parm-string delimited by ";SHIFT="
            into rdy-parm-junk rdy-parm-rest
        end-unstring
        if rdy-parm-rest not = spaces
            move rdy-parm-rest (1:3) to rdy-shift-code
        end-if
    end-if.
    move spaces to rdy-parm-site.
    if ss-parm-string (1:5) = "SITE="
        move ss-parm-string (6:6) to rdy-parm-site
    else
        move spaces to rdy-parm-junk
        move spaces to rdy-parm-rest
        unstring ss-parm-string delimited by ";SITE="
            into rdy-parm-junk rdy-parm-rest
        end-unstring
        if rdy-parm-rest not = spaces
            move rdy-parm-rest (1:6) to rdy-parm-site
        end-if
    end-if.
    move spaces to rdy-parm-junk.
    unstring rdy-parm-site delimited by ";"
        into rdy-parm-junk
    end-unstring.
    move rdy-parm-junk (1:6) to rdy-parm-site.
    move spaces to rdy-parm-run-id.
    if ss-parm-string (1:6) = "RUNID="
        move ss-parm-string (7:8) to rdy-parm-run-id
    else
        move spaces to rdy-parm-junk
        move spaces to rdy-parm-rest
        unstring ss-parm-string delimited by ";RUNID="
            into rdy-parm-junk rdy-parm-rest
        end-unstring
        if rdy-parm-rest not = spaces
            move rdy-parm-rest (1:8) to rdy-parm-run-id
        end-if
    end-if.
    move spaces to rdy-parm-junk.
    unstring rdy-parm-run-id delimited by ";"
        into rdy-parm-junk
    end-unstring.
    move rdy-parm-junk (1:8) to rdy-parm-run-id.
3300-exit.
    exit.

*> records one finding against the entry being checked and raises
*> its result: any FAIL fails the site, a WARN only downgrades a
*> PASS.
3400-add-finding.
    if rdy-finding-count < 12
        add 1 to rdy-finding-count
        move rdy-finding-level to rdy-fnd-level (rdy-finding-count)
        move rdy-finding-text to rdy-fnd-text (rdy-finding-count)
    end-if.
    evaluate true
        when rdy-finding-level = "FAIL"
            move "FAIL" to rdy-site-result
        when rdy-finding-level = "WARN"
         and rdy-site-result = "PASS"
            move "WARN" to rdy-site-result
        when other
            continue
    end-evaluate.
    move spaces to rdy-finding-text.
3400-exit.
    exit.

3500-write-site.
    evaluate rdy-site-result
        when "FAIL"
            add 1 to rdy-fail-count
        when "WARN"
            add 1 to rdy-warn-count
        when other
            add 1 to rdy-pass-count
    end-evaluate.
    move spaces to readyrpt-record.
    string "  " ss-site-code " " rdy-shift-code "  " ss-run-info
           "  " rdy-site-result
        delimited by size into readyrpt-record.
    write readyrpt-record.
    if rdy-finding-count > 0
        perform 3510-write-one-finding thru 3510-exit
            varying rdy-finding-idx from 1 by 1
            until rdy-finding-idx > rdy-finding-count
    end-if.
3500-exit.
    exit.

3510-write-one-finding.
    move spaces to readyrpt-record.
    string "      " rdy-fnd-level (rdy-finding-idx) "  "
           rdy-fnd-text (rdy-finding-idx)
        delimited by size into readyrpt-record.
    write readyrpt-record.
3510-exit.
    exit.

*> bonjour rejects a site that is not live tonight and maincob a
*> shift that is not, so either aborts the chain. a parm with no
*> SHIFT pair is not rejected, but the chain runs and registers
*> under a blank shift that no calendar entry or shift template
*> will match.
4000-check-refcodes.
    set cc-site-idx to 1.
    search cc-site-code-entry
        at end
            move "FAIL" to rdy-finding-level
            string "site " ss-site-code " not live on REFCODES"
                   " - bonjour will reject"
                delimited by size into rdy-finding-text
            perform 3400-add-finding thru 3400-exit
        when cc-site-code (cc-site-idx) = ss-site-code
            continue
    end-search.
    if rdy-shift-code = spaces
        move "WARN" to rdy-finding-level
        move "no SHIFT pair on the parm string"
            to rdy-finding-text
        perform 3400-add-finding thru 3400-exit
    else
        set cc-runtype-idx to 1
        search cc-run-type-entry
            at end
                move "FAIL" to rdy-finding-level
                string "shift " rdy-shift-code
                       " not live on REFCODES - maincob will reject"
                    delimited by size into rdy-finding-text
                perform 3400-add-finding thru 3400-exit
            when cc-run-type-code (cc-runtype-idx) = rdy-shift-code
                continue
        end-search
    end-if.
4000-exit.
    exit.

*> in schedule mode a RUNHEAD site overrides every scheduled site on
*> the banner, so a RUNHEAD naming another site is a failure before
*> the operator is even looked at. bonjour rejects an operator who
*> is not on OPERMAST or not authorized for the site; it does not
*> check the shift, so an unauthorized shift is only a warning.
4100-check-operator.
    if rdy-runhead-available
        if rdy-oper-site not = ss-site-code
            move "FAIL" to rdy-finding-level
            string "RUNHEAD site " rdy-oper-site
                   " overrides this site on the banner"
                delimited by size into rdy-finding-text
            perform 3400-add-finding thru 3400-exit
        end-if
        if rdy-opermast-available
            if not rdy-oper-found
                move "FAIL" to rdy-finding-level
                string "operator " rdy-oper-id
                       " not on OPERMAST - bonjour will reject"
                    delimited by size into rdy-finding-text
                perform 3400-add-finding thru 3400-exit
            else
                perform 4110-check-operator-auth thru 4110-exit
            end-if
        end-if
    end-if.
4100-exit.
    exit.

4110-check-operator-auth.
    move "N" to rdy-found-sw.
    perform 4120-check-site-slot thru 4120-exit
        varying rdy-auth-sub from 1 by 1
        until rdy-auth-sub > 5.
    if not rdy-found
        move "FAIL" to rdy-finding-level
        string "operator " rdy-oper-id " not authorized for site "
               ss-site-code
            delimited by size into rdy-finding-text
        perform 3400-add-finding thru 3400-exit
    end-if.
    if rdy-shift-code not = spaces
        move "N" to rdy-found-sw
        perform 4130-check-shift-slot thru 4130-exit
            varying rdy-auth-sub from 1 by 1
            until rdy-auth-sub > 3
        if not rdy-found
            move "WARN" to rdy-finding-level
            string "operator " rdy-oper-id
                   " not authorized for shift " rdy-shift-code
                delimited by size into rdy-finding-text
            perform 3400-add-finding thru 3400-exit
        end-if
    end-if.
4110-exit.
    exit.

4120-check-site-slot.
    if rdy-oper-auth-site (rdy-auth-sub) = "*ALL"
       or rdy-oper-auth-site (rdy-auth-sub) = ss-site-code
        set rdy-found to true
    end-if.
4120-exit.
    exit.

4130-check-shift-slot.
    if rdy-oper-auth-shift (rdy-auth-sub) = rdy-shift-code
        set rdy-found to true
    end-if.
4130-exit.
    exit.

*> scores the template headers the way maincob selects one: shift
*> and site beats shift alone, which beats DEFAULT. a library with
*> no headers is one whole-file template and always applies; one
*> with headers but no match and no DEFAULT produces no bulletin.
4200-check-template.
    if not rdy-bulltmpl-available
        move "FAIL" to rdy-finding-level
        move "BULLTMPL unavailable - maincob will reject"
            to rdy-finding-text
        perform 3400-add-finding thru 3400-exit
    else
        if rdy-headers-found
            move 0 to rdy-best-level
            if rdy-header-count > 0
                perform 4210-score-one-header thru 4210-exit
                    varying rdy-header-idx from 1 by 1
                    until rdy-header-idx > rdy-header-count
            end-if
            evaluate rdy-best-level
                when 0
                    move "FAIL" to rdy-finding-level
                    string "no *TEMPLATE header for shift "
                           rdy-shift-code " and no DEFAULT"
                        delimited by size into rdy-finding-text
                    perform 3400-add-finding thru 3400-exit
                when 1
                    if rdy-shift-code not = spaces
                        move "WARN" to rdy-finding-level
                        string "no *TEMPLATE header for shift "
                               rdy-shift-code " - DEFAULT used"
                            delimited by size into rdy-finding-text
                        perform 3400-add-finding thru 3400-exit
                    end-if
                when other
                    continue
            end-evaluate
        end-if
    end-if.
4200-exit.
    exit.

4210-score-one-header.
    move 0 to rdy-tmpl-level.
    evaluate true
        when rdy-hdr-shift (rdy-header-idx) = "DEFAULT"
            move 1 to rdy-tmpl-level
        when rdy-shift-code not = spaces
         and rdy-hdr-shift (rdy-header-idx) (1:3) = rdy-shift-code
            if rdy-hdr-site (rdy-header-idx) = spaces
                move 2 to rdy-tmpl-level
            else
                if rdy-hdr-site (rdy-header-idx) (1:6)
                        = rdy-parm-site
                    move 3 to rdy-tmpl-level
                end-if
            end-if
        when other
            continue
    end-evaluate.
    if rdy-tmpl-level > rdy-best-level
        move rdy-tmpl-level to rdy-best-level
    end-if.
4210-exit.
    exit.

*> maincob resumes past an in-progress checkpoint left under its
*> own run-id, so this site's bulletin would skip every template
*> line the abended run had already reached.
4300-check-checkpoint.
    if rdy-ckpt-open
       and rdy-parm-run-id not = spaces
       and rdy-parm-run-id = rdy-ckpt-run-id
        move "FAIL" to rdy-finding-level
        string "CHECKPT open for run-id " rdy-ckpt-run-id
               " - maincob will resume"
            delimited by size into rdy-finding-text
        perform 3400-add-finding thru 3400-exit
    end-if.
4300-exit.
    exit.

4400-check-calendar.
    if rdy-proccal-available
        move "N" to rdy-found-sw
        if rdy-cal-count > 0
            set rdy-cal-idx to 1
            search rdy-cal-entry
                at end
                    continue
                when rdy-cal-site (rdy-cal-idx) = ss-site-code
                 and rdy-cal-shift (rdy-cal-idx) = rdy-shift-code
                    set rdy-found to true
            end-search
        end-if
        if not rdy-found
            move "WARN" to rdy-finding-level
            string "not on PROCCAL for " rdy-run-date
                delimited by size into rdy-finding-text
            perform 3400-add-finding thru 3400-exit
        end-if
    end-if.
4400-exit.
    exit.

*> reads this site/shift's register entries for tonight by key. a
*> clean one means driver will skip the chain as a duplicate - or,
*> with a RESTART file, pass over it quietly.
4500-check-register.
    if rdy-runreg-available
        move "N" to rdy-found-sw
        move "N" to rdy-reg-eof-sw
        move low-values to rr-reg-key
        move rdy-run-date to rr-run-date
        move ss-site-code to rr-site-code
        move rdy-shift-code to rr-shift-code
        move 0 to rr-attempt
        start runreg-file key is not < rr-reg-key
            invalid key
                set rdy-reg-eof to true
        end-start
        perform 4510-read-register thru 4510-exit
        perform 4520-check-one-register thru 4520-exit
            until rdy-reg-eof or rdy-found
        if rdy-found
            if rdy-restart-mode
                move "WARN" to rdy-finding-level
                move "already ran clean - restart will pass it over"
                    to rdy-finding-text
            else
                move "FAIL" to rdy-finding-level
                move "already ran clean - driver will skip as DUPR"
                    to rdy-finding-text
            end-if
            perform 3400-add-finding thru 3400-exit
        end-if
    end-if.
4500-exit.
    exit.

4510-read-register.
    if not rdy-reg-eof
        read runreg-file next record
            at end
                set rdy-reg-eof to true
        end-read
    end-if.
    if not rdy-reg-eof
        if rr-run-date not = rdy-run-date
           or rr-site-code not = ss-site-code
           or rr-shift-code not = rdy-shift-code
            set rdy-reg-eof to true
        end-if
    end-if.
4510-exit.
    exit.

4520-check-one-register.
    if rr-return-code = 0
        set rdy-found to true
    else
        perform 4510-read-register thru 4510-exit
    end-if.
4520-exit.
    exit.

4600-check-scheduled-twice.
    move "N" to rdy-found-sw.
    if rdy-seen-count > 0
        set rdy-seen-idx to 1
        search rdy-seen-entry
            at end
                continue
            when rdy-seen-site (rdy-seen-idx) = ss-site-code
             and rdy-seen-shift (rdy-seen-idx) = rdy-shift-code
                set rdy-found to true
        end-search
    end-if.
    if rdy-found
        move "FAIL" to rdy-finding-level
        move "scheduled twice - driver will skip the second"
            to rdy-finding-text
        perform 3400-add-finding thru 3400-exit
    else
        if rdy-seen-count < 200
            add 1 to rdy-seen-count
            move ss-site-code to rdy-seen-site (rdy-seen-count)
            move rdy-shift-code to rdy-seen-shift (rdy-seen-count)
        end-if
    end-if.
4600-exit.
    exit.

5000-write-trailer.
    move spaces to readyrpt-record.
    write readyrpt-record.
    move rdy-site-count to rdy-count-ed.
    move spaces to readyrpt-record.
    string "  sites checked         " rdy-count-ed
        delimited by size into readyrpt-record.
    write readyrpt-record.
    move rdy-pass-count to rdy-count-ed.
    move spaces to readyrpt-record.
    string "  pass                  " rdy-count-ed
        delimited by size into readyrpt-record.
    write readyrpt-record.
    move rdy-warn-count to rdy-count-ed.
    move spaces to readyrpt-record.
    string "  warn                  " rdy-count-ed
        delimited by size into readyrpt-record.
    write readyrpt-record.
    move rdy-fail-count to rdy-count-ed.
    move spaces to readyrpt-record.
    string "  fail                  " rdy-count-ed
        delimited by size into readyrpt-record.
    write readyrpt-record.
    move rdy-job-warn-count to rdy-count-ed.
    move spaces to readyrpt-record.
    string "  job warnings          " rdy-count-ed
        delimited by size into readyrpt-record.
    write readyrpt-record.
    move spaces to readyrpt-record.
    string "  end of readychk readiness check for " rdy-run-date
        delimited by size into readyrpt-record.
    write readyrpt-record.
5000-exit.
    exit.

end program readychk.
