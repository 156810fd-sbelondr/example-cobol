*> expimpct is the impact analysis to run before a REFCODES expiry
*> goes live. an "E" transaction through refmaint retires a site
*> code or a shift (run type) on its date, and nothing else checks
*> what still points at it - every file that does turns into
*> rejects or false alarms the morning after. for each expiring
*> code expimpct lists every record that still names it:
*>   - SCHDPATT patterns and SITESCHD schedule entries (the entry's
*>     site, or the SITE=/SHIFT= pairs on its parm string);
*>   - OPERMAST authorizations and DISTSUBS subscriptions;
*>   - METRTHRS shift-specific thresholds;
*>   - BULLTMPL "*TEMPLATE" headers;
*>   - PROCCAL calendar entries dated on or after the expiry;
*>   - SITESLA service-level targets;
*>   - ONCALL roster periods still running on or after the expiry.
*> with no parm it checks the "E" transactions on the pending
*> REFTRANS deck, the usual run just before refmaint; with a number
*> of days it checks every REFCODES code due to expire from today
*> through that many days ahead, for expiries already applied but
*> not yet live. a "*ALL" site slot names no code in particular and
*> is not a reference. condition code 4 when anything still
*> references an expiring code, so the expiry is held until the
*> IMPCTRPT report is cleaned up, or when there were too many
*> expiries to check them all; 16 when the expiries cannot be read.
*> a reference file that is not supplied is noted on the report as
*> not checked.
identification division.
program-id. expimpct.

environment division.
input-output section.
file-control.
    select reftrans-file assign to "REFTRANS"
        organization line sequential
        file status is imp-reftrans-status.

    select refcodes-file assign to "REFCODES"
        organization line sequential
        file status is imp-refcodes-status.

    select schdpatt-file assign to "SCHDPATT"
        organization line sequential
        file status is imp-schdpatt-status.

    select siteschd-file assign to "SITESCHD"
        organization line sequential
        file status is imp-siteschd-status.

    select opermast-file assign to "OPERMAST"
        organization line sequential
        file status is imp-opermast-status.

    select distsubs-file assign to "DISTSUBS"
        organization line sequential
        file status is imp-distsubs-status.

    select metrthrs-file assign to "METRTHRS"
        organization line sequential
        file status is imp-metrthrs-status.

    select bulltmpl-file assign to "BULLTMPL"
        organization line sequential
        file status is imp-bulltmpl-status.

    select proccal-file assign to "PROCCAL"
        organization line sequential
        file status is imp-proccal-status.

    select sitesla-file assign to "SITESLA"
        organization line sequential
        file status is imp-sitesla-status.

    select oncall-file assign to "ONCALL"
        organization line sequential
        file status is imp-oncall-status.

    select impctrpt-file assign to "IMPCTRPT"
        organization line sequential
        file status is imp-impctrpt-status.

data division.
file section.
fd  reftrans-file.
    copy "reftrans.cpy".

fd  refcodes-file.
    copy "refcodes.cpy".

fd  schdpatt-file.
    copy "schdpatt.cpy".

fd  siteschd-file.
    copy "siteschd.cpy".

fd  opermast-file.
    copy "opermast.cpy".

fd  distsubs-file.
    copy "distsubs.cpy".

fd  metrthrs-file.
    copy "metrthrs.cpy".

fd  bulltmpl-file.
    copy "bulletin-template.cpy".

fd  proccal-file.
    copy "proccal.cpy".

fd  sitesla-file.
    copy "sitesla.cpy".

fd  oncall-file.
    copy "oncall.cpy".

fd  impctrpt-file.
01  impctrpt-record pic X(80).

working-storage section.
01 imp-reftrans-status pic X(2) value spaces.
   88 imp-reftrans-ok value "00".
01 imp-refcodes-status pic X(2) value spaces.
   88 imp-refcodes-ok value "00".
01 imp-schdpatt-status pic X(2) value spaces.
   88 imp-schdpatt-ok value "00".
01 imp-siteschd-status pic X(2) value spaces.
   88 imp-siteschd-ok value "00".
01 imp-opermast-status pic X(2) value spaces.
   88 imp-opermast-ok value "00".
01 imp-distsubs-status pic X(2) value spaces.
   88 imp-distsubs-ok value "00".
01 imp-metrthrs-status pic X(2) value spaces.
   88 imp-metrthrs-ok value "00".
01 imp-bulltmpl-status pic X(2) value spaces.
   88 imp-bulltmpl-ok value "00".
01 imp-proccal-status pic X(2) value spaces.
   88 imp-proccal-ok value "00".
01 imp-sitesla-status pic X(2) value spaces.
   88 imp-sitesla-ok value "00".
01 imp-oncall-status pic X(2) value spaces.
   88 imp-oncall-ok value "00".
01 imp-impctrpt-status pic X(2) value spaces.

01 imp-eof-sw pic X(1) value "N".
   88 imp-eof value "Y".

*> deck mode checks the pending REFTRANS expiries; window mode the
*> REFCODES expiries due within the parm number of days.
01 imp-mode-sw pic X(1) value "D".
   88 imp-deck-mode value "D".
   88 imp-window-mode value "W".
   88 imp-parm-invalid value "X".
01 imp-source-sw pic X(1) value "N".
   88 imp-source-available value "Y".

01 imp-run-date pic X(8) value spaces.
01 imp-window-days pic 9(3) value 0.
01 imp-today-int pic 9(8) value 0.
01 imp-window-num pic 9(8) value 0.
01 imp-window-date redefines imp-window-num pic X(8).
01 imp-days-ed pic ZZ9.

*> every expiring code found, with the date it stops being valid.
*> 50 is more expiries than any one deck or window carries; the
*> rest are counted and reported as not checked.
01 imp-code-table.
   05 imp-code-count pic 9(2) value 0.
   05 imp-code-entry occurs 0 to 50 times
         depending on imp-code-count
         indexed by imp-code-idx.
      10 imp-code-type pic X(1).
      10 imp-code-value pic X(6).
      10 imp-code-exp-date pic X(8).
01 imp-codes-dropped pic 9(4) value 0.

*> the code being checked, and its references so far.
01 imp-cur-type pic X(1) value spaces.
   88 imp-cur-site value "S".
   88 imp-cur-shift value "R".
01 imp-cur-code pic X(6) value spaces.
01 imp-cur-exp-date pic X(8) value spaces.
01 imp-cur-refs pic 9(4) value 0.
01 imp-type-word pic X(5) value spaces.
01 imp-file-name pic X(8) value spaces.

01 imp-found-sw pic X(1) value "N".
   88 imp-found value "Y".
01 imp-sub pic 9(2) value 0.

*> the SITE= and SHIFT= pairs on a SITESCHD parm string, parsed the
*> same way driver and readychk parse them.
01 imp-parm-site pic X(6) value spaces.
01 imp-parm-shift pic X(3) value spaces.
01 imp-parm-junk pic X(80).
01 imp-parm-rest pic X(80).

01 imp-tmpl-word1 pic X(10) value spaces.
01 imp-tmpl-shift pic X(10) value spaces.
01 imp-tmpl-site pic X(10) value spaces.
01 imp-line-number pic 9(4) value 0.
01 imp-line-ed pic ZZZ9.

*> the future calendar entries for a code are summarized, not
*> listed - a month of them would bury every other reference.
01 imp-cal-count pic 9(4) value 0.
01 imp-cal-first pic X(8) value spaces.
01 imp-cal-last pic X(8) value spaces.

01 imp-codes-referenced pic 9(4) value 0.
01 imp-refs-total pic 9(5) value 0.
01 imp-count-ed pic ZZZ9.
01 imp-refs-ed pic ZZZZ9.

linkage section.
01 imp-parm-days pic X(3).

procedure division using imp-parm-days.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    evaluate true
        when imp-parm-invalid
            display "expimpct - invalid days parm [" imp-parm-days
                    "] - no impact analysis produced"
            move 16 to return-code
            move spaces to impctrpt-record
            string "  expimpct run rejected - invalid days parm "
                   imp-parm-days
                delimited by size into impctrpt-record
            write impctrpt-record
        when other
            perform 2000-load-expiries thru 2000-exit
            if imp-source-available
                perform 3000-check-codes thru 3000-exit
                perform 5000-write-trailer thru 5000-exit
            end-if
    end-evaluate.
    close impctrpt-file.
    if return-code = 0
       and (imp-refs-total > 0
        or imp-codes-dropped > 0)
        move 4 to return-code
    end-if.
    goback.

*> no parm is the deck check; a parm must be a whole number of days.
*> the window runs from today through that many days ahead.
1000-initialize.
    move 0 to return-code.
    accept imp-run-date from date yyyymmdd.
    set imp-deck-mode to true.
    if imp-parm-days not = spaces
       and imp-parm-days not = low-values
        if function trim(imp-parm-days) is numeric
            set imp-window-mode to true
            move function numval(imp-parm-days) to imp-window-days
            compute imp-today-int
                = function integer-of-date(
                      function numval(imp-run-date))
            compute imp-window-num
                = function date-of-integer(
                      imp-today-int + imp-window-days)
        else
            set imp-parm-invalid to true
        end-if
    end-if.
    open output impctrpt-file.
    move spaces to impctrpt-record.
    string "expimpct REFCODES expiry impact analysis - run date "
           imp-run-date
        delimited by size into impctrpt-record.
    write impctrpt-record.
    move spaces to impctrpt-record.
    evaluate true
        when imp-deck-mode
            string "  expiries on the pending REFTRANS deck"
                delimited by size into impctrpt-record
        when imp-window-mode
            move imp-window-days to imp-days-ed
            string "  REFCODES expiries due within " imp-days-ed
                   " days, " imp-run-date " to " imp-window-date
                delimited by size into impctrpt-record
        when other
            continue
    end-evaluate.
    write impctrpt-record.
1000-exit.
    exit.

2000-load-expiries.
    move "N" to imp-source-sw.
    move "N" to imp-eof-sw.
    if imp-deck-mode
        open input reftrans-file
        if imp-reftrans-ok
            set imp-source-available to true
            perform 2100-read-reftrans thru 2100-exit
            perform 2200-take-one-transaction thru 2200-exit
                until imp-eof
            close reftrans-file
        else
            display "expimpct - unable to open REFTRANS, file status "
                    imp-reftrans-status " - no impact analysis"
            move 16 to return-code
            move spaces to impctrpt-record
            string "  expimpct run rejected - REFTRANS unavailable,"
                   " file status " imp-reftrans-status
                delimited by size into impctrpt-record
            write impctrpt-record
        end-if
    else
        open input refcodes-file
        if imp-refcodes-ok
            set imp-source-available to true
            perform 2300-read-refcodes thru 2300-exit
            perform 2400-take-one-refcode thru 2400-exit
                until imp-eof
            close refcodes-file
        else
            display "expimpct - unable to open REFCODES, file status "
                    imp-refcodes-status " - no impact analysis"
            move 16 to return-code
            move spaces to impctrpt-record
            string "  expimpct run rejected - REFCODES unavailable,"
                   " file status " imp-refcodes-status
                delimited by size into impctrpt-record
            write impctrpt-record
        end-if
    end-if.
2000-exit.
    exit.

2100-read-reftrans.
    read reftrans-file
        at end
            set imp-eof to true
    end-read.
2100-exit.
    exit.

*> only the expires matter; the transaction date is the expiry.
2200-take-one-transaction.
    if rt-expire-action
       and rt-code not = spaces
       and (rt-site-code-tran or rt-run-type-tran)
        move rt-rec-type to imp-cur-type
        move rt-code to imp-cur-code
        move rt-eff-date to imp-cur-exp-date
        perform 2500-store-expiry thru 2500-exit
    end-if.
    perform 2100-read-reftrans thru 2100-exit.
2200-exit.
    exit.

2300-read-refcodes.
    read refcodes-file
        at end
            set imp-eof to true
    end-read.
2300-exit.
    exit.

2400-take-one-refcode.
    if rf-exp-date not = spaces
       and rf-exp-date not < imp-run-date
       and rf-exp-date not > imp-window-date
       and (rf-site-code-rec or rf-run-type-rec)
        move rf-rec-type to imp-cur-type
        move rf-code to imp-cur-code
        move rf-exp-date to imp-cur-exp-date
        perform 2500-store-expiry thru 2500-exit
    end-if.
    perform 2300-read-refcodes thru 2300-exit.
2400-exit.
    exit.

2500-store-expiry.
    if imp-code-count < 50
        add 1 to imp-code-count
        move imp-cur-type to imp-code-type (imp-code-count)
        move imp-cur-code to imp-code-value (imp-code-count)
        move imp-cur-exp-date to imp-code-exp-date (imp-code-count)
    else
        add 1 to imp-codes-dropped
    end-if.
2500-exit.
    exit.

3000-check-codes.
    if imp-code-count = 0
        move spaces to impctrpt-record
        write impctrpt-record
        move spaces to impctrpt-record
        string "  no expiring codes found - nothing to check"
            delimited by size into impctrpt-record
        write impctrpt-record
    else
        perform 3100-check-one-code thru 3100-exit
            varying imp-code-idx from 1 by 1
            until imp-code-idx > imp-code-count
    end-if.
3000-exit.
    exit.

*> one report section per expiring code: every file that still names
*> it, record by record, or a clear line when nothing does.
3100-check-one-code.
    move imp-code-type (imp-code-idx) to imp-cur-type.
    move imp-code-value (imp-code-idx) to imp-cur-code.
    move imp-code-exp-date (imp-code-idx) to imp-cur-exp-date.
    move 0 to imp-cur-refs.
    if imp-cur-site
        move "site" to imp-type-word
    else
        move "shift" to imp-type-word
    end-if.
    move spaces to impctrpt-record.
    write impctrpt-record.
    move spaces to impctrpt-record.
    string "  " delimited by size
           imp-type-word delimited by space
           " " imp-cur-code " expires " imp-cur-exp-date
               delimited by size
        into impctrpt-record.
    write impctrpt-record.
    perform 3200-check-schdpatt thru 3200-exit.
    perform 3300-check-siteschd thru 3300-exit.
    perform 3400-check-opermast thru 3400-exit.
    perform 3500-check-distsubs thru 3500-exit.
    perform 3600-check-metrthrs thru 3600-exit.
    perform 3700-check-bulltmpl thru 3700-exit.
    perform 3800-check-proccal thru 3800-exit.
    perform 3900-check-sitesla thru 3900-exit.
    perform 3950-check-oncall thru 3950-exit.
    if imp-cur-refs = 0
        move spaces to impctrpt-record
        string "    no references found"
            delimited by size into impctrpt-record
        write impctrpt-record
    else
        add 1 to imp-codes-referenced
        add imp-cur-refs to imp-refs-total
        move imp-cur-refs to imp-count-ed
        move spaces to impctrpt-record
        string "    references   " imp-count-ed
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
3100-exit.
    exit.

3200-check-schdpatt.
    open input schdpatt-file.
    if imp-schdpatt-ok
        move "N" to imp-eof-sw
        perform 3210-read-schdpatt thru 3210-exit
        perform 3220-match-one-pattern thru 3220-exit
            until imp-eof
        close schdpatt-file
    else
        move "SCHDPATT" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3200-exit.
    exit.

3210-read-schdpatt.
    read schdpatt-file
        at end
            set imp-eof to true
    end-read.
3210-exit.
    exit.

3220-match-one-pattern.
    if (imp-cur-site and sp-site-code = imp-cur-code)
       or (imp-cur-shift and sp-shift-code = imp-cur-code)
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    SCHDPATT  pattern site " sp-site-code
               " shift " sp-shift-code
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3210-read-schdpatt thru 3210-exit.
3220-exit.
    exit.

3300-check-siteschd.
    open input siteschd-file.
    if imp-siteschd-ok
        move "N" to imp-eof-sw
        perform 3310-read-siteschd thru 3310-exit
        perform 3320-match-one-schedule thru 3320-exit
            until imp-eof
        close siteschd-file
    else
        move "SITESCHD" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3300-exit.
    exit.

3310-read-siteschd.
    read siteschd-file
        at end
            set imp-eof to true
    end-read.
3310-exit.
    exit.

3320-match-one-schedule.
    perform 3330-extract-parm-pairs thru 3330-exit.
    if (imp-cur-site
        and (ss-site-code = imp-cur-code
         or imp-parm-site = imp-cur-code))
       or (imp-cur-shift and imp-parm-shift = imp-cur-code)
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    SITESCHD  entry site " ss-site-code
               " run-info " ss-run-info
               " shift " imp-parm-shift
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3310-read-siteschd thru 3310-exit.
3320-exit.
    exit.

*> the SHIFT= and SITE= pairs are either the leading pair or one
*> introduced by ";", so a longer pair name that merely ends in
*> SHIFT or SITE cannot match.
3330-extract-parm-pairs.
    move spaces to imp-parm-shift.
    if ss-parm-string (1:6) = "SHIFT="
        move ss-parm-string (7:3) to imp-parm-shift
    else
        move spaces to imp-parm-junk
        move spaces to imp-parm-rest
        unstring ss-parm-string delimited by ";SHIFT="
            into imp-parm-junk imp-parm-rest
        end-unstring
        if imp-parm-rest not = spaces
            move imp-parm-rest (1:3) to imp-parm-shift
        end-if
    end-if.
    move spaces to imp-parm-site.
    if ss-parm-string (1:5) = "SITE="
        move ss-parm-string (6:6) to imp-parm-site
    else
        move spaces to imp-parm-junk
        move spaces to imp-parm-rest
        unstring ss-parm-string delimited by ";SITE="
            into imp-parm-junk imp-parm-rest
        end-unstring
        if imp-parm-rest not = spaces
            move imp-parm-rest (1:6) to imp-parm-site
        end-if
    end-if.
    move spaces to imp-parm-junk.
    unstring imp-parm-site delimited by ";"
        into imp-parm-junk
    end-unstring.
    move imp-parm-junk (1:6) to imp-parm-site.
3330-exit.
    exit.

3400-check-opermast.
    open input opermast-file.
    if imp-opermast-ok
        move "N" to imp-eof-sw
        perform 3410-read-opermast thru 3410-exit
        perform 3420-match-one-operator thru 3420-exit
            until imp-eof
        close opermast-file
    else
        move "OPERMAST" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3400-exit.
    exit.

3410-read-opermast.
    read opermast-file
        at end
            set imp-eof to true
    end-read.
3410-exit.
    exit.

3420-match-one-operator.
    move "N" to imp-found-sw.
    if imp-cur-site
        perform 3430-match-operator-site thru 3430-exit
            varying imp-sub from 1 by 1
            until imp-sub > 5
    else
        perform 3440-match-operator-shift thru 3440-exit
            varying imp-sub from 1 by 1
            until imp-sub > 3
    end-if.
    if imp-found
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    OPERMAST  operator " om-operator-id
               " is authorized for it"
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3410-read-opermast thru 3410-exit.
3420-exit.
    exit.

3430-match-operator-site.
    if om-auth-site (imp-sub) = imp-cur-code
        set imp-found to true
    end-if.
3430-exit.
    exit.

3440-match-operator-shift.
    if om-auth-shift (imp-sub) = imp-cur-code
        set imp-found to true
    end-if.
3440-exit.
    exit.

3500-check-distsubs.
    open input distsubs-file.
    if imp-distsubs-ok
        move "N" to imp-eof-sw
        perform 3510-read-distsubs thru 3510-exit
        perform 3520-match-one-subscriber thru 3520-exit
            until imp-eof
        close distsubs-file
    else
        move "DISTSUBS" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3500-exit.
    exit.

3510-read-distsubs.
    read distsubs-file
        at end
            set imp-eof to true
    end-read.
3510-exit.
    exit.

3520-match-one-subscriber.
    move "N" to imp-found-sw.
    if imp-cur-site
        perform 3530-match-subscribed-site thru 3530-exit
            varying imp-sub from 1 by 1
            until imp-sub > 5
    else
        perform 3540-match-subscribed-shift thru 3540-exit
            varying imp-sub from 1 by 1
            until imp-sub > 3
    end-if.
    if imp-found
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    DISTSUBS  recipient " ds-recipient-id
               " is subscribed to it"
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3510-read-distsubs thru 3510-exit.
3520-exit.
    exit.

3530-match-subscribed-site.
    if ds-sub-site (imp-sub) = imp-cur-code
        set imp-found to true
    end-if.
3530-exit.
    exit.

3540-match-subscribed-shift.
    if ds-sub-shift (imp-sub) = imp-cur-code
        set imp-found to true
    end-if.
3540-exit.
    exit.

*> thresholds are narrowed by shift only, never by site.
3600-check-metrthrs.
    if imp-cur-shift
        open input metrthrs-file
        if imp-metrthrs-ok
            move "N" to imp-eof-sw
            perform 3610-read-metrthrs thru 3610-exit
            perform 3620-match-one-threshold thru 3620-exit
                until imp-eof
            close metrthrs-file
        else
            move "METRTHRS" to imp-file-name
            perform 4900-list-not-checked thru 4900-exit
        end-if
    end-if.
3600-exit.
    exit.

3610-read-metrthrs.
    read metrthrs-file
        at end
            set imp-eof to true
    end-read.
3610-exit.
    exit.

3620-match-one-threshold.
    if mt-shift-code = imp-cur-code
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    METRTHRS  threshold for metric " mt-metric-name
               " on the shift"
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3610-read-metrthrs thru 3610-exit.
3620-exit.
    exit.

*> a header selects by shift word and optional site word, the same
*> split readychk and maincob make of it.
3700-check-bulltmpl.
    open input bulltmpl-file.
    if imp-bulltmpl-ok
        move "N" to imp-eof-sw
        move 0 to imp-line-number
        perform 3710-read-bulltmpl thru 3710-exit
        perform 3720-match-one-line thru 3720-exit
            until imp-eof
        close bulltmpl-file
    else
        move "BULLTMPL" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3700-exit.
    exit.

3710-read-bulltmpl.
    read bulltmpl-file
        at end
            set imp-eof to true
        not at end
            add 1 to imp-line-number
    end-read.
3710-exit.
    exit.

3720-match-one-line.
    if bt-line (1:9) = "*TEMPLATE"
        move spaces to imp-tmpl-word1
        move spaces to imp-tmpl-shift
        move spaces to imp-tmpl-site
        unstring bt-line delimited by all spaces
            into imp-tmpl-word1 imp-tmpl-shift imp-tmpl-site
        end-unstring
        if (imp-cur-site and imp-tmpl-site = imp-cur-code)
           or (imp-cur-shift and imp-tmpl-shift = imp-cur-code)
            add 1 to imp-cur-refs
            move imp-line-number to imp-line-ed
            move spaces to impctrpt-record
            string "    BULLTMPL  line " imp-line-ed " "
                   bt-line (1:50)
                delimited by size into impctrpt-record
            write impctrpt-record
        end-if
    end-if.
    perform 3710-read-bulltmpl thru 3710-exit.
3720-exit.
    exit.

*> only the calendar from the expiry date on matters - entries
*> before it are history or will run while the code is still live.
3800-check-proccal.
    open input proccal-file.
    if imp-proccal-ok
        move "N" to imp-eof-sw
        move 0 to imp-cal-count
        move spaces to imp-cal-first
        move spaces to imp-cal-last
        perform 3810-read-proccal thru 3810-exit
        perform 3820-match-one-calendar thru 3820-exit
            until imp-eof
        close proccal-file
        if imp-cal-count > 0
            add imp-cal-count to imp-cur-refs
            move imp-cal-count to imp-count-ed
            move spaces to impctrpt-record
            string "    PROCCAL   " imp-count-ed
                   " calendar entries dated " imp-cal-first
                   " to " imp-cal-last
                delimited by size into impctrpt-record
            write impctrpt-record
        end-if
    else
        move "PROCCAL" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3800-exit.
    exit.

3810-read-proccal.
    read proccal-file
        at end
            set imp-eof to true
    end-read.
3810-exit.
    exit.

3820-match-one-calendar.
    if pc-business-date not < imp-cur-exp-date
       and ((imp-cur-site and pc-site-code = imp-cur-code)
        or (imp-cur-shift and pc-shift-code = imp-cur-code))
        add 1 to imp-cal-count
        if imp-cal-first = spaces
           or pc-business-date < imp-cal-first
            move pc-business-date to imp-cal-first
        end-if
        if pc-business-date > imp-cal-last
            move pc-business-date to imp-cal-last
        end-if
    end-if.
    perform 3810-read-proccal thru 3810-exit.
3820-exit.
    exit.

3900-check-sitesla.
    open input sitesla-file.
    if imp-sitesla-ok
        move "N" to imp-eof-sw
        perform 3910-read-sitesla thru 3910-exit
        perform 3920-match-one-target thru 3920-exit
            until imp-eof
        close sitesla-file
    else
        move "SITESLA" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3900-exit.
    exit.

3910-read-sitesla.
    read sitesla-file
        at end
            set imp-eof to true
    end-read.
3910-exit.
    exit.

3920-match-one-target.
    if (imp-cur-site and sl-site-code = imp-cur-code)
       or (imp-cur-shift and sl-shift-code = imp-cur-code)
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    SITESLA   target site " sl-site-code
               " shift " sl-shift-code
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3910-read-sitesla thru 3910-exit.
3920-exit.
    exit.

*> a roster period that ended before the expiry is history; one still
*> running on the date would leave maincob resolving on-call cover
*> for a site or shift that no longer exists.
3950-check-oncall.
    open input oncall-file.
    if imp-oncall-ok
        move "N" to imp-eof-sw
        perform 3960-read-oncall thru 3960-exit
        perform 3970-match-one-period thru 3970-exit
            until imp-eof
        close oncall-file
    else
        move "ONCALL" to imp-file-name
        perform 4900-list-not-checked thru 4900-exit
    end-if.
3950-exit.
    exit.

3960-read-oncall.
    read oncall-file
        at end
            set imp-eof to true
    end-read.
3960-exit.
    exit.

3970-match-one-period.
    if oc-end-date not < imp-cur-exp-date
       and ((imp-cur-site and oc-site-code = imp-cur-code)
        or (imp-cur-shift and oc-shift-code = imp-cur-code))
        add 1 to imp-cur-refs
        move spaces to impctrpt-record
        string "    ONCALL    cover site " oc-site-code
               " shift " oc-shift-code " " oc-start-date
               "-" oc-end-date
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    perform 3960-read-oncall thru 3960-exit.
3970-exit.
    exit.

*> a reference file that is not supplied is not a reference, but the
*> report must not read as clear for it either.
4900-list-not-checked.
    move spaces to impctrpt-record.
    string "    " imp-file-name "  not available - not checked"
        delimited by size into impctrpt-record.
    write impctrpt-record.
4900-exit.
    exit.

5000-write-trailer.
    move spaces to impctrpt-record.
    write impctrpt-record.
    move imp-code-count to imp-count-ed.
    move spaces to impctrpt-record.
    string "  expiring codes checked " imp-count-ed
        delimited by size into impctrpt-record.
    write impctrpt-record.
    if imp-codes-dropped > 0
        move imp-codes-dropped to imp-count-ed
        move spaces to impctrpt-record
        string "  expiring codes NOT checked - table full "
               imp-count-ed
            delimited by size into impctrpt-record
        write impctrpt-record
    end-if.
    move imp-codes-referenced to imp-count-ed.
    move spaces to impctrpt-record.
    string "  codes still referenced " imp-count-ed
        delimited by size into impctrpt-record.
    write impctrpt-record.
    move imp-refs-total to imp-refs-ed.
    move spaces to impctrpt-record.
    string "  references found      " imp-refs-ed
        delimited by size into impctrpt-record.
    write impctrpt-record.
    move spaces to impctrpt-record.
    string "  end of expimpct for " imp-run-date
        delimited by size into impctrpt-record.
    write impctrpt-record.
5000-exit.
    exit.

end program expimpct.
