*> slachk is the batch-window service-level report: it reads the
*> chain timings driver records on RUNREG against the SITESLA
*> targets and lists every chain that finished after its site's
*> deadline (late) or ran longer than its maximum elapsed time
*> (slow), how long the night's batch window was open from the
*> first chain's start to the last chain's finish, and each site's
*> average and longest elapsed time over the 30 days ending on the
*> business date, so a chain creeping towards its deadline shows up
*> before it misses it. the business date is the parm date when one
*> was supplied, yesterday otherwise - this is a morning-after
*> report like runchk. a late chain raises return code 8 so the
*> scheduler can act on a breached deadline; a slow chain that
*> still made its deadline raises 4.
identification division.
program-id. slachk.

environment division.
input-output section.
file-control.
    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is sla-runreg-status.

    select sitesla-file assign to "SITESLA"
        organization line sequential
        file status is sla-sitesla-status.

    select slarpt-file assign to "SLARPT"
        organization line sequential
        file status is sla-slarpt-status.

data division.
file section.
fd  runreg-file.
    copy "runreg.cpy".

fd  sitesla-file.
    copy "sitesla.cpy".

fd  slarpt-file.
01  slarpt-record pic X(80).

working-storage section.
01 sla-runreg-status pic X(2) value spaces.
   88 sla-runreg-ok value "00".
01 sla-sitesla-status pic X(2) value spaces.
   88 sla-sitesla-ok value "00".
01 sla-slarpt-status pic X(2) value spaces.

01 sla-eof-sw pic X(1) value "N".
   88 sla-eof value "Y".
01 sla-found-sw pic X(1) value "N".
   88 sla-found value "Y".

01 sla-today pic X(8) value spaces.
01 sla-today-int pic 9(8) value 0.
01 sla-yesterday-num pic 9(8) value 0.
01 sla-yesterday-date redefines sla-yesterday-num pic X(8).
01 sla-business-date pic X(8) value spaces.
01 sla-business-int pic 9(8) value 0.
01 sla-window-start-num pic 9(8) value 0.
01 sla-window-start-date redefines sla-window-start-num pic X(8).
01 sla-target-date-num pic 9(8) value 0.
01 sla-target-date redefines sla-target-date-num pic X(8).

*> the SITESLA targets in storage. 100 covers a target per shift for
*> every site this operation could plausibly carry.
01 sla-target-table.
   05 sla-target-count pic 9(3) value 0.
   05 sla-target-entry occurs 0 to 100 times
         depending on sla-target-count
         indexed by sla-target-idx.
      10 sla-tgt-site pic X(6).
      10 sla-tgt-shift pic X(3).
      10 sla-tgt-time pic X(4).
      10 sla-tgt-day pic 9(1).
      10 sla-tgt-max-elapsed pic 9(4).

*> the business date's chains with their timings and findings.
01 sla-chain-table.
   05 sla-chain-count pic 9(3) value 0.
   05 sla-chain-entry occurs 0 to 200 times
         depending on sla-chain-count
         indexed by sla-chain-idx.
      10 sla-chn-site pic X(6).
      10 sla-chn-shift pic X(3).
      10 sla-chn-run-id pic X(11).
      10 sla-chn-start pic X(16).
      10 sla-chn-end pic X(16).
      10 sla-chn-bonjour-secs pic 9(6).
      10 sla-chn-maincob-secs pic 9(6).
      10 sla-chn-elapsed-secs pic 9(6).
      10 sla-chn-target pic X(12).
      10 sla-chn-max-elapsed pic 9(4).
      10 sla-chn-timed-sw pic X(1).
         88 sla-chn-timed value "Y".
      10 sla-chn-maincob-ran-sw pic X(1).
         88 sla-chn-maincob-ran value "Y".
      10 sla-chn-sla-sw pic X(1).
         88 sla-chn-has-sla value "Y".
      10 sla-chn-late-sw pic X(1).
         88 sla-chn-late value "Y".
      10 sla-chn-slow-sw pic X(1).
         88 sla-chn-slow value "Y".

*> per-site elapsed totals over the 30-day window.
01 sla-site-totals.
   05 sla-sitetot-count pic 9(2) value 0.
   05 sla-sitetot-entry occurs 0 to 50 times
         depending on sla-sitetot-count
         indexed by sla-sitetot-idx.
      10 sla-sitetot-code pic X(6).
      10 sla-sitetot-chains pic 9(4).
      10 sla-sitetot-secs pic 9(9).
      10 sla-sitetot-longest pic 9(6).

*> one chain's timing as it is worked out from its register entry.
01 sla-start-ts pic X(16) value spaces.
01 sla-end-ts pic X(16) value spaces.
01 sla-elapsed-secs pic 9(6) value 0.
01 sla-bonjour-secs pic 9(6) value 0.
01 sla-maincob-secs pic 9(6) value 0.
01 sla-timed-sw pic X(1) value "N".
   88 sla-timed value "Y".
01 sla-maincob-ran-sw pic X(1) value "N".
   88 sla-maincob-ran value "Y".

*> timestamp arithmetic: a yyyymmddhhmmsscc timestamp as seconds
*> since the start of the integer-of-date calendar.
01 sla-ts pic X(16) value spaces.
01 sla-ts-secs pic 9(11) value 0.
01 sla-from-secs pic 9(11) value 0.
01 sla-hh pic 9(2) value 0.
01 sla-mi pic 9(2) value 0.
01 sla-ss pic 9(2) value 0.

*> a second count shown as hh:mm:ss.
01 sla-fmt-secs pic 9(6) value 0.
01 sla-fmt-rest pic 9(6) value 0.
01 sla-hms.
   05 sla-hms-hh pic 9(2).
   05 filler pic X(1) value ":".
   05 sla-hms-mi pic 9(2).
   05 filler pic X(1) value ":".
   05 sla-hms-ss pic 9(2).
01 sla-hms2 pic X(8) value spaces.
01 sla-hms3 pic X(8) value spaces.

01 sla-best-score pic 9(1) value 0.
01 sla-score pic 9(1) value 0.
01 sla-best-idx pic 9(3) value 0.
01 sla-flag-text pic X(9) value spaces.

01 sla-window-open pic X(16) value spaces.
01 sla-window-close pic X(16) value spaces.

01 sla-timed-count pic 9(4) value 0.
01 sla-untimed-count pic 9(4) value 0.
01 sla-late-count pic 9(4) value 0.
01 sla-slow-count pic 9(4) value 0.
01 sla-no-sla-count pic 9(4) value 0.
01 sla-count-ed pic ZZZ9.
01 sla-max-ed pic ZZZ9.

linkage section.
01 sla-parm-date pic X(8).

procedure division using sla-parm-date.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if sla-runreg-ok
        perform 2000-load-targets thru 2000-exit
        perform 3000-load-register thru 3000-exit
        perform 4000-write-chain-timings thru 4000-exit
        perform 4500-write-breaches thru 4500-exit
        perform 5000-write-batch-window thru 5000-exit
        perform 6000-write-site-averages thru 6000-exit
        perform 8000-write-trailer thru 8000-exit
    else
        display "slachk - unable to open RUNREG, file status "
                sla-runreg-status " - no service-level report produced"
        move 16 to return-code
        move spaces to slarpt-record
        string "  slachk report not produced - RUNREG unavailable,"
               " file status " sla-runreg-status
            delimited by size into slarpt-record
        write slarpt-record
    end-if.
    close slarpt-file.
    if return-code = 0
        if sla-late-count > 0
            move 8 to return-code
        else
            if sla-slow-count > 0
                move 4 to return-code
            end-if
        end-if
    end-if.
    goback.

*> the date under review is the parm date when one was supplied,
*> yesterday otherwise. the averaging window is the 30 days ending
*> on it.
1000-initialize.
    move 0 to return-code.
    accept sla-today from date yyyymmdd.
    if sla-parm-date = spaces or sla-parm-date = low-values
        compute sla-today-int
            = function integer-of-date(function numval(sla-today))
        compute sla-yesterday-num
            = function date-of-integer(sla-today-int - 1)
        move sla-yesterday-date to sla-business-date
    else
        move sla-parm-date to sla-business-date
    end-if.
    compute sla-business-int
        = function integer-of-date(function numval(sla-business-date)).
    compute sla-window-start-num
        = function date-of-integer(sla-business-int - 29).
    open input runreg-file.
    open output slarpt-file.
    move spaces to slarpt-record.
    string "slachk batch-window service levels - business date "
           sla-business-date
        delimited by size into slarpt-record.
    write slarpt-record.
    move spaces to slarpt-record.
    write slarpt-record.
1000-exit.
    exit.

*> no SITESLA file means no targets to hold the chains to - the
*> timings are still reported, and every chain shows as having no
*> service level.
2000-load-targets.
    open input sitesla-file.
    if sla-sitesla-ok
        move "N" to sla-eof-sw
        perform 2100-read-sitesla thru 2100-exit
        perform 2200-store-one-target thru 2200-exit
            until sla-eof
        close sitesla-file
    else
        move spaces to slarpt-record
        string "  SITESLA unavailable, file status "
               sla-sitesla-status " - no targets applied"
            delimited by size into slarpt-record
        write slarpt-record
        move spaces to slarpt-record
        write slarpt-record
    end-if.
2000-exit.
    exit.

2100-read-sitesla.
    read sitesla-file
        at end
            set sla-eof to true
    end-read.
2100-exit.
    exit.

2200-store-one-target.
    if sl-site-code not = spaces
       and sla-target-count < 100
        add 1 to sla-target-count
        set sla-target-idx to sla-target-count
        move sl-site-code to sla-tgt-site (sla-target-idx)
        move sl-shift-code to sla-tgt-shift (sla-target-idx)
        move sl-target-time to sla-tgt-time (sla-target-idx)
        if sl-target-day is numeric
            move sl-target-day to sla-tgt-day (sla-target-idx)
        else
            move 0 to sla-tgt-day (sla-target-idx)
        end-if
        if sl-max-elapsed is numeric
            move sl-max-elapsed to sla-tgt-max-elapsed (sla-target-idx)
        else
            move 0 to sla-tgt-max-elapsed (sla-target-idx)
        end-if
    end-if.
    perform 2100-read-sitesla thru 2100-exit.
2200-exit.
    exit.

*> one pass over the register: the business date's chains are held
*> for the timing and breach sections, and every timed chain in the
*> 30-day window goes into its site's averages. the pass starts at
*> the first entry keyed to the window's first day and stops at the
*> first one past the business date.
3000-load-register.
    move "N" to sla-eof-sw.
    move low-values to rr-reg-key.
    move sla-window-start-date to rr-run-date.
    start runreg-file key is not < rr-reg-key
        invalid key
            set sla-eof to true
    end-start.
    perform 3100-read-runreg thru 3100-exit.
    perform 3200-take-one-register thru 3200-exit
        until sla-eof.
    close runreg-file.
3000-exit.
    exit.

3100-read-runreg.
    if not sla-eof
        read runreg-file next record
            at end
                set sla-eof to true
        end-read
    end-if.
    if not sla-eof
        if rr-run-date > sla-business-date
            set sla-eof to true
        end-if
    end-if.
3100-exit.
    exit.

3200-take-one-register.
    perform 3300-time-one-chain thru 3300-exit.
    if sla-timed
        perform 3400-add-to-site-average thru 3400-exit
    end-if.
    if rr-run-date = sla-business-date
       and sla-chain-count < 200
        perform 3500-store-one-chain thru 3500-exit
    end-if.
    perform 3100-read-runreg thru 3100-exit.
3200-exit.
    exit.

*> works out a chain's elapsed times from its register entry. the
*> chain ends when maincob finished, or when bonjour did if maincob
*> never ran. an entry with no usable bonjour timings predates the
*> timings being kept and is counted as untimed.
3300-time-one-chain.
    move "N" to sla-timed-sw.
    move "N" to sla-maincob-ran-sw.
    move 0 to sla-elapsed-secs.
    move 0 to sla-bonjour-secs.
    move 0 to sla-maincob-secs.
    move spaces to sla-start-ts.
    move spaces to sla-end-ts.
    if rr-bonjour-start (1:14) is numeric
       and rr-bonjour-end (1:14) is numeric
        set sla-timed to true
        move rr-bonjour-start to sla-start-ts
        move rr-bonjour-end to sla-end-ts
        move rr-bonjour-start to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        move sla-ts-secs to sla-from-secs
        move rr-bonjour-end to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        compute sla-bonjour-secs = sla-ts-secs - sla-from-secs
        if rr-maincob-start (1:14) is numeric
           and rr-maincob-end (1:14) is numeric
            set sla-maincob-ran to true
            move rr-maincob-end to sla-end-ts
            move rr-maincob-start to sla-ts
            perform 7000-timestamp-to-secs thru 7000-exit
            move sla-ts-secs to sla-from-secs
            move rr-maincob-end to sla-ts
            perform 7000-timestamp-to-secs thru 7000-exit
            compute sla-maincob-secs = sla-ts-secs - sla-from-secs
        end-if
        move sla-start-ts to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        move sla-ts-secs to sla-from-secs
        move sla-end-ts to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        compute sla-elapsed-secs = sla-ts-secs - sla-from-secs
    end-if.
3300-exit.
    exit.

3400-add-to-site-average.
    move "N" to sla-found-sw.
    if sla-sitetot-count > 0
        set sla-sitetot-idx to 1
        search sla-sitetot-entry
            at end
                continue
            when sla-sitetot-code (sla-sitetot-idx) = rr-site-code
                set sla-found to true
        end-search
    end-if.
    if not sla-found
       and sla-sitetot-count < 50
        add 1 to sla-sitetot-count
        set sla-sitetot-idx to sla-sitetot-count
        move rr-site-code to sla-sitetot-code (sla-sitetot-idx)
        move 0 to sla-sitetot-chains (sla-sitetot-idx)
        move 0 to sla-sitetot-secs (sla-sitetot-idx)
        move 0 to sla-sitetot-longest (sla-sitetot-idx)
        set sla-found to true
    end-if.
    if sla-found
        add 1 to sla-sitetot-chains (sla-sitetot-idx)
        add sla-elapsed-secs to sla-sitetot-secs (sla-sitetot-idx)
        if sla-elapsed-secs > sla-sitetot-longest (sla-sitetot-idx)
            move sla-elapsed-secs
                to sla-sitetot-longest (sla-sitetot-idx)
        end-if
    end-if.
3400-exit.
    exit.

3500-store-one-chain.
    add 1 to sla-chain-count.
    set sla-chain-idx to sla-chain-count.
    move rr-site-code to sla-chn-site (sla-chain-idx).
    move rr-shift-code to sla-chn-shift (sla-chain-idx).
    move rr-run-id to sla-chn-run-id (sla-chain-idx).
    move sla-start-ts to sla-chn-start (sla-chain-idx).
    move sla-end-ts to sla-chn-end (sla-chain-idx).
    move sla-bonjour-secs to sla-chn-bonjour-secs (sla-chain-idx).
    move sla-maincob-secs to sla-chn-maincob-secs (sla-chain-idx).
    move sla-elapsed-secs to sla-chn-elapsed-secs (sla-chain-idx).
    move sla-timed-sw to sla-chn-timed-sw (sla-chain-idx).
    move sla-maincob-ran-sw to sla-chn-maincob-ran-sw (sla-chain-idx).
    move "N" to sla-chn-sla-sw (sla-chain-idx).
    move "N" to sla-chn-late-sw (sla-chain-idx).
    move "N" to sla-chn-slow-sw (sla-chain-idx).
    move spaces to sla-chn-target (sla-chain-idx).
    move 0 to sla-chn-max-elapsed (sla-chain-idx).
    if sla-timed
        add 1 to sla-timed-count
        perform 3600-apply-target thru 3600-exit
        if sla-window-open = spaces
           or sla-start-ts < sla-window-open
            move sla-start-ts to sla-window-open
        end-if
        if sla-end-ts > sla-window-close
            move sla-end-ts to sla-window-close
        end-if
    else
        add 1 to sla-untimed-count
    end-if.
3500-exit.
    exit.

*> picks the most specific SITESLA record for the chain - site and
*> shift, then site for every shift, then "*ALL" for the shift, then
*> "*ALL" for every shift - and holds the chain to it. the deadline
*> is compared to the minute against when the chain finished.
3600-apply-target.
    move 0 to sla-best-score.
    move 0 to sla-best-idx.
    if sla-target-count > 0
        perform 3650-score-one-target thru 3650-exit
            varying sla-target-idx from 1 by 1
            until sla-target-idx > sla-target-count
    end-if.
    if sla-best-idx = 0
        add 1 to sla-no-sla-count
    else
        set sla-target-idx to sla-best-idx
        set sla-chn-has-sla (sla-chain-idx) to true
        compute sla-target-date-num = function date-of-integer(
            sla-business-int + sla-tgt-day (sla-target-idx))
        string sla-target-date sla-tgt-time (sla-target-idx)
            delimited by size into sla-chn-target (sla-chain-idx)
        move sla-tgt-max-elapsed (sla-target-idx)
            to sla-chn-max-elapsed (sla-chain-idx)
        if sla-end-ts (1:12) > sla-chn-target (sla-chain-idx)
            set sla-chn-late (sla-chain-idx) to true
            add 1 to sla-late-count
        end-if
        if sla-chn-max-elapsed (sla-chain-idx) > 0
           and sla-elapsed-secs
                > sla-chn-max-elapsed (sla-chain-idx) * 60
            set sla-chn-slow (sla-chain-idx) to true
            add 1 to sla-slow-count
        end-if
    end-if.
3600-exit.
    exit.

3650-score-one-target.
    move 0 to sla-score.
    evaluate true
        when sla-tgt-site (sla-target-idx) = rr-site-code
         and sla-tgt-shift (sla-target-idx) = rr-shift-code
            move 4 to sla-score
        when sla-tgt-site (sla-target-idx) = rr-site-code
         and sla-tgt-shift (sla-target-idx) = spaces
            move 3 to sla-score
        when sla-tgt-site (sla-target-idx) = "*ALL"
         and sla-tgt-shift (sla-target-idx) = rr-shift-code
            move 2 to sla-score
        when sla-tgt-site (sla-target-idx) = "*ALL"
         and sla-tgt-shift (sla-target-idx) = spaces
            move 1 to sla-score
        when other
            continue
    end-evaluate.
    if sla-score > sla-best-score
        move sla-score to sla-best-score
        set sla-best-idx to sla-target-idx
    end-if.
3650-exit.
    exit.

*> one line per chain: when it started and finished, how long bonjour
*> and maincob each took, and whether it broke its service level.
4000-write-chain-timings.
    move spaces to slarpt-record.
    move "  chain timings         start    finish   bonjour  maincob"
        to slarpt-record.
    write slarpt-record.
    if sla-chain-count = 0
        move spaces to slarpt-record
        move "    none - no chains registered for the date"
            to slarpt-record
        write slarpt-record
    else
        perform 4100-write-one-timing thru 4100-exit
            varying sla-chain-idx from 1 by 1
            until sla-chain-idx > sla-chain-count
    end-if.
    move spaces to slarpt-record.
    write slarpt-record.
4000-exit.
    exit.

4100-write-one-timing.
    move spaces to slarpt-record.
    if sla-chn-timed (sla-chain-idx)
        move sla-chn-bonjour-secs (sla-chain-idx) to sla-fmt-secs
        perform 7100-format-elapsed thru 7100-exit
        move sla-hms to sla-hms2
        if sla-chn-maincob-ran (sla-chain-idx)
            move sla-chn-maincob-secs (sla-chain-idx) to sla-fmt-secs
            perform 7100-format-elapsed thru 7100-exit
            move sla-hms to sla-hms3
        else
            move "--:--:--" to sla-hms3
        end-if
        evaluate true
            when sla-chn-late (sla-chain-idx)
             and sla-chn-slow (sla-chain-idx)
                move "LATE SLOW" to sla-flag-text
            when sla-chn-late (sla-chain-idx)
                move "LATE" to sla-flag-text
            when sla-chn-slow (sla-chain-idx)
                move "SLOW" to sla-flag-text
            when not sla-chn-has-sla (sla-chain-idx)
                move "no SLA" to sla-flag-text
            when other
                move "ok" to sla-flag-text
        end-evaluate
        string "    " sla-chn-site (sla-chain-idx)
               " " sla-chn-shift (sla-chain-idx)
               " " sla-chn-run-id (sla-chain-idx) (1:8)
               " " sla-chn-start (sla-chain-idx) (9:2)
               ":" sla-chn-start (sla-chain-idx) (11:2)
               ":" sla-chn-start (sla-chain-idx) (13:2)
               " " sla-chn-end (sla-chain-idx) (9:2)
               ":" sla-chn-end (sla-chain-idx) (11:2)
               ":" sla-chn-end (sla-chain-idx) (13:2)
               " " sla-hms2
               " " sla-hms3
               "  " sla-flag-text
            delimited by size into slarpt-record
    else
        string "    " sla-chn-site (sla-chain-idx)
               " " sla-chn-shift (sla-chain-idx)
               " " sla-chn-run-id (sla-chain-idx) (1:8)
               " no timings recorded"
            delimited by size into slarpt-record
    end-if.
    write slarpt-record.
4100-exit.
    exit.

*> the late and slow chains again, each with the deadline or limit
*> it broke, so the breach list can be worked without the timings.
4500-write-breaches.
    move spaces to slarpt-record.
    move "  late and slow chains" to slarpt-record.
    write slarpt-record.
    if sla-late-count = 0
       and sla-slow-count = 0
        move spaces to slarpt-record
        move "    none - every chain within its service level"
            to slarpt-record
        write slarpt-record
    else
        perform 4600-write-one-breach thru 4600-exit
            varying sla-chain-idx from 1 by 1
            until sla-chain-idx > sla-chain-count
    end-if.
    move spaces to slarpt-record.
    write slarpt-record.
4500-exit.
    exit.

4600-write-one-breach.
    if sla-chn-late (sla-chain-idx)
        move spaces to slarpt-record
        string "    " sla-chn-site (sla-chain-idx)
               " " sla-chn-shift (sla-chain-idx)
               " " sla-chn-run-id (sla-chain-idx) (1:8)
               "  LATE - finished " sla-chn-end (sla-chain-idx) (1:8)
               " " sla-chn-end (sla-chain-idx) (9:2)
               ":" sla-chn-end (sla-chain-idx) (11:2)
               ", due " sla-chn-target (sla-chain-idx) (1:8)
               " " sla-chn-target (sla-chain-idx) (9:2)
               ":" sla-chn-target (sla-chain-idx) (11:2)
            delimited by size into slarpt-record
        write slarpt-record
    end-if.
    if sla-chn-slow (sla-chain-idx)
        move sla-chn-elapsed-secs (sla-chain-idx) to sla-fmt-secs
        perform 7100-format-elapsed thru 7100-exit
        move sla-chn-max-elapsed (sla-chain-idx) to sla-max-ed
        move spaces to slarpt-record
        string "    " sla-chn-site (sla-chain-idx)
               " " sla-chn-shift (sla-chain-idx)
               " " sla-chn-run-id (sla-chain-idx) (1:8)
               "  SLOW - elapsed " sla-hms
               ", limit " sla-max-ed " minutes"
            delimited by size into slarpt-record
        write slarpt-record
    end-if.
4600-exit.
    exit.

5000-write-batch-window.
    move spaces to slarpt-record.
    move "  batch window" to slarpt-record.
    write slarpt-record.
    if sla-window-open = spaces
        move spaces to slarpt-record
        move "    no timed chains - window not measured"
            to slarpt-record
        write slarpt-record
    else
        move spaces to slarpt-record
        string "    opened   " sla-window-open (1:8)
               " " sla-window-open (9:2)
               ":" sla-window-open (11:2)
               ":" sla-window-open (13:2)
            delimited by size into slarpt-record
        write slarpt-record
        move spaces to slarpt-record
        string "    closed   " sla-window-close (1:8)
               " " sla-window-close (9:2)
               ":" sla-window-close (11:2)
               ":" sla-window-close (13:2)
            delimited by size into slarpt-record
        write slarpt-record
        move sla-window-open to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        move sla-ts-secs to sla-from-secs
        move sla-window-close to sla-ts
        perform 7000-timestamp-to-secs thru 7000-exit
        compute sla-fmt-secs = sla-ts-secs - sla-from-secs
        perform 7100-format-elapsed thru 7100-exit
        move spaces to slarpt-record
        string "    duration " sla-hms
            delimited by size into slarpt-record
        write slarpt-record
    end-if.
    move spaces to slarpt-record.
    write slarpt-record.
5000-exit.
    exit.

6000-write-site-averages.
    move spaces to slarpt-record.
    string "  30-day elapsed by site, " sla-window-start-date
           " to " sla-business-date
        delimited by size into slarpt-record.
    write slarpt-record.
    if sla-sitetot-count = 0
        move spaces to slarpt-record
        move "    none - no timed chains in the window"
            to slarpt-record
        write slarpt-record
    else
        perform 6100-write-one-average thru 6100-exit
            varying sla-sitetot-idx from 1 by 1
            until sla-sitetot-idx > sla-sitetot-count
    end-if.
    move spaces to slarpt-record.
    write slarpt-record.
6000-exit.
    exit.

6100-write-one-average.
    compute sla-fmt-secs = sla-sitetot-secs (sla-sitetot-idx)
        / sla-sitetot-chains (sla-sitetot-idx).
    perform 7100-format-elapsed thru 7100-exit.
    move sla-hms to sla-hms2.
    move sla-sitetot-longest (sla-sitetot-idx) to sla-fmt-secs.
    perform 7100-format-elapsed thru 7100-exit.
    move sla-sitetot-chains (sla-sitetot-idx) to sla-count-ed.
    move spaces to slarpt-record.
    string "    " sla-sitetot-code (sla-sitetot-idx)
           "  chains " sla-count-ed
           "  average " sla-hms2
           "  longest " sla-hms
        delimited by size into slarpt-record.
    write slarpt-record.
6100-exit.
    exit.

7000-timestamp-to-secs.
    move sla-ts (9:2) to sla-hh.
    move sla-ts (11:2) to sla-mi.
    move sla-ts (13:2) to sla-ss.
    compute sla-ts-secs =
        function integer-of-date(function numval(sla-ts (1:8)))
            * 86400
        + sla-hh * 3600 + sla-mi * 60 + sla-ss.
7000-exit.
    exit.

7100-format-elapsed.
    divide sla-fmt-secs by 3600 giving sla-hms-hh
        remainder sla-fmt-rest.
    divide sla-fmt-rest by 60 giving sla-hms-mi
        remainder sla-hms-ss.
7100-exit.
    exit.

8000-write-trailer.
    move sla-timed-count to sla-count-ed.
    move spaces to slarpt-record.
    string "  chains timed           " sla-count-ed
        delimited by size into slarpt-record.
    write slarpt-record.
    move sla-untimed-count to sla-count-ed.
    move spaces to slarpt-record.
    string "  chains without timings " sla-count-ed
        delimited by size into slarpt-record.
    write slarpt-record.
    move sla-no-sla-count to sla-count-ed.
    move spaces to slarpt-record.
    string "  chains with no SLA     " sla-count-ed
        delimited by size into slarpt-record.
    write slarpt-record.
    move sla-late-count to sla-count-ed.
    move spaces to slarpt-record.
    string "  chains late            " sla-count-ed
        delimited by size into slarpt-record.
    write slarpt-record.
    move sla-slow-count to sla-count-ed.
    move spaces to slarpt-record.
    string "  chains slow            " sla-count-ed
        delimited by size into slarpt-record.
    write slarpt-record.
    move spaces to slarpt-record.
    string "  end of slachk report for " sla-business-date
        delimited by size into slarpt-record.
    write slarpt-record.
8000-exit.
    exit.

end program slachk.
