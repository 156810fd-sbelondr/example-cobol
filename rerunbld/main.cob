*> rerunbld builds the recovery deck for a business date from what
*> runchk found on its morning review. it reads runchk's RUNCHKF
*> findings for the date - yesterday, unless a date is passed in -
*> and the night's SITESCHD the chains originally ran from, and
*> writes:
*>   - RERUNSCH, a SITESCHD-format deck holding only the missed and
*>     failed site/shift chains, each with the run-info, output mode
*>     and parm string it was scheduled with, in schedule order;
*>   - RESTART, the control record that puts driver in restart mode
*>     for that business date, so a chain that has since run clean is
*>     passed over and the reruns register against the right night;
*>   - RERUNLST, the listing of what went into the deck and why, and
*>     of every chain that could not be rebuilt because the night's
*>     schedule has no entry to copy it from.
*> an open checkpoint is listed against the chain whose run-id it
*> carries, since maincob will resume that chain's bulletin from it.
*> the deck is for review before submission, not a blind resubmit:
*> anything that could not be rebuilt raises condition code 4.
identification division.
program-id. rerunbld.

environment division.
input-output section.
file-control.
    select runchkf-file assign to "RUNCHKF"
        organization line sequential
        file status is rrb-runchkf-status.

    select siteschd-file assign to "SITESCHD"
        organization line sequential
        file status is rrb-siteschd-status.

    select rerunsch-file assign to "RERUNSCH"
        organization line sequential
        file status is rrb-rerunsch-status.

    select restart-file assign to "RESTART"
        organization line sequential
        file status is rrb-restart-status.

    select rerunlst-file assign to "RERUNLST"
        organization line sequential
        file status is rrb-rerunlst-status.

data division.
file section.
fd  runchkf-file.
    copy "runfind.cpy".

fd  siteschd-file.
    copy "siteschd.cpy".

fd  rerunsch-file.
    copy "siteschd.cpy"
        replacing ==siteschd-record== by ==rerunsch-record==,
                  ==ss-site-code== by ==rn-site-code==,
                  ==ss-run-info== by ==rn-run-info==,
                  ==ss-output-mode== by ==rn-output-mode==,
                  ==ss-parm-string== by ==rn-parm-string==.

fd  restart-file.
    copy "restart.cpy".

fd  rerunlst-file.
01  rerunlst-record pic X(80).

working-storage section.
01 rrb-runchkf-status pic X(2) value spaces.
   88 rrb-runchkf-ok value "00".
01 rrb-siteschd-status pic X(2) value spaces.
   88 rrb-siteschd-ok value "00".
01 rrb-rerunsch-status pic X(2) value spaces.
01 rrb-restart-status pic X(2) value spaces.
01 rrb-rerunlst-status pic X(2) value spaces.

01 rrb-eof-sw pic X(1) value "N".
   88 rrb-eof value "Y".
01 rrb-found-sw pic X(1) value "N".
   88 rrb-found value "Y".

01 rrb-today pic X(8) value spaces.
01 rrb-business-date pic X(8) value spaces.
01 rrb-today-int pic 9(8) value 0.
01 rrb-yesterday-num pic 9(8) value 0.
01 rrb-yesterday-date redefines rrb-yesterday-num pic X(8).

*> the night's schedule, in schedule order. the shift and run-id of
*> each entry are the SHIFT= and RUNID= pairs on its parm string;
*> an entry picked for the rerun deck is marked selected.
01 rrb-schedule-table.
   05 rrb-schd-count pic 9(3) value 0.
   05 rrb-schd-entry occurs 0 to 200 times
         depending on rrb-schd-count
         indexed by rrb-schd-idx.
      10 rrb-schd-site pic X(6).
      10 rrb-schd-run-info pic X(11).
      10 rrb-schd-output-mode pic X(1).
      10 rrb-schd-parm pic X(80).
      10 rrb-schd-shift pic X(3).
      10 rrb-schd-run-id pic X(8).
      10 rrb-schd-selected-sw pic X(1).
         88 rrb-schd-selected value "Y".

01 rrb-shift-code pic X(3) value spaces.
01 rrb-parm-run-id pic X(8) value spaces.
01 rrb-parm-junk pic X(80).
01 rrb-parm-rest pic X(80).

01 rrb-findings-count pic 9(4) value 0.
01 rrb-included-count pic 9(4) value 0.
01 rrb-not-built-count pic 9(4) value 0.
01 rrb-ckpt-count pic 9(4) value 0.
01 rrb-ckpt-loose-count pic 9(4) value 0.
01 rrb-count-ed pic ZZZ9.
01 rrb-rc-ed pic ZZZ9.

linkage section.
01 rrb-parm-date pic X(8).

procedure division using rrb-parm-date.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    evaluate true
        when not rrb-runchkf-ok
            display "rerunbld - unable to open RUNCHKF, file status "
                    rrb-runchkf-status " - no rerun deck built"
            move 16 to return-code
            move spaces to rerunlst-record
            string "  rerunbld deck not built - RUNCHKF "
                   "unavailable, file status " rrb-runchkf-status
                delimited by size into rerunlst-record
            write rerunlst-record
            if rrb-siteschd-ok
                close siteschd-file
            end-if
        when not rrb-siteschd-ok
            display "rerunbld - unable to open SITESCHD, file status "
                    rrb-siteschd-status " - no rerun deck built"
            move 16 to return-code
            move spaces to rerunlst-record
            string "  rerunbld deck not built - SITESCHD "
                   "unavailable, file status " rrb-siteschd-status
                delimited by size into rerunlst-record
            write rerunlst-record
            close runchkf-file
        when other
            perform 2000-load-schedule thru 2000-exit
            perform 3000-apply-findings thru 3000-exit
            perform 4000-write-deck thru 4000-exit
            perform 4500-write-restart thru 4500-exit
            perform 5000-write-trailer thru 5000-exit
            close runchkf-file
            close siteschd-file
    end-evaluate.
    close rerunlst-file.
    if return-code = 0
       and (rrb-not-built-count > 0
        or rrb-ckpt-loose-count > 0)
        move 4 to return-code
    end-if.
    goback.

*> the business date is the parm date when one was supplied,
*> yesterday otherwise - the same morning-after date runchk reviews.
1000-initialize.
    move 0 to return-code.
    accept rrb-today from date yyyymmdd.
    if rrb-parm-date = spaces or rrb-parm-date = low-values
        compute rrb-today-int
            = function integer-of-date(function numval(rrb-today))
        compute rrb-yesterday-num
            = function date-of-integer(rrb-today-int - 1)
        move rrb-yesterday-date to rrb-business-date
    else
        move rrb-parm-date to rrb-business-date
    end-if.
    open input runchkf-file.
    open input siteschd-file.
    open output rerunlst-file.
    move spaces to rerunlst-record.
    string "rerunbld rerun deck build - business date "
           rrb-business-date "  run on " rrb-today
        delimited by size into rerunlst-record.
    write rerunlst-record.
    move spaces to rerunlst-record.
    write rerunlst-record.
1000-exit.
    exit.

2000-load-schedule.
    move "N" to rrb-eof-sw.
    perform 2100-read-schedule thru 2100-exit.
    perform 2200-store-one-schedule thru 2200-exit
        until rrb-eof.
2000-exit.
    exit.

2100-read-schedule.
    read siteschd-file
        at end
            set rrb-eof to true
    end-read.
2100-exit.
    exit.

2200-store-one-schedule.
    if rrb-schd-count < 200
        perform 2300-extract-parm-pairs thru 2300-exit
        add 1 to rrb-schd-count
        set rrb-schd-idx to rrb-schd-count
        move ss-site-code to rrb-schd-site (rrb-schd-idx)
        move ss-run-info to rrb-schd-run-info (rrb-schd-idx)
        move ss-output-mode to rrb-schd-output-mode (rrb-schd-idx)
        move ss-parm-string to rrb-schd-parm (rrb-schd-idx)
        move rrb-shift-code to rrb-schd-shift (rrb-schd-idx)
        move rrb-parm-run-id to rrb-schd-run-id (rrb-schd-idx)
        move "N" to rrb-schd-selected-sw (rrb-schd-idx)
    end-if.
    perform 2100-read-schedule thru 2100-exit.
2200-exit.
    exit.

*> the SHIFT= and RUNID= pairs are either the leading pair or one
*> introduced by ";", the same rule driver uses, so a longer pair
*> name that merely ends in SHIFT cannot match.
2300-extract-parm-pairs.
    move spaces to rrb-shift-code.
    if ss-parm-string (1:6) = "SHIFT="
        move ss-parm-string (7:3) to rrb-shift-code
    else
        move spaces to rrb-parm-junk
        move spaces to rrb-parm-rest
        unstring ss-parm-string delimited by ";SHIFT="
            into rrb-parm-junk rrb-parm-rest
        end-unstring
        if rrb-parm-rest not = spaces
            move rrb-parm-rest (1:3) to rrb-shift-code
        end-if
    end-if.
    move spaces to rrb-parm-run-id.
    if ss-parm-string (1:6) = "RUNID="
        move ss-parm-string (7:8) to rrb-parm-run-id
    else
        move spaces to rrb-parm-junk
        move spaces to rrb-parm-rest
        unstring ss-parm-string delimited by ";RUNID="
            into rrb-parm-junk rrb-parm-rest
        end-unstring
        if rrb-parm-rest not = spaces
            move rrb-parm-rest (1:8) to rrb-parm-run-id
        end-if
    end-if.
    move spaces to rrb-parm-junk.
    unstring rrb-parm-run-id delimited by ";"
        into rrb-parm-junk
    end-unstring.
    move rrb-parm-junk (1:8) to rrb-parm-run-id.
2300-exit.
    exit.

*> one pass over the findings; only those for the business date
*> count, so a findings file kept from another morning cannot slip
*> the wrong chains into the deck.
3000-apply-findings.
    move "N" to rrb-eof-sw.
    perform 3100-read-finding thru 3100-exit.
    perform 3200-apply-one-finding thru 3200-exit
        until rrb-eof.
    if rrb-findings-count = 0
        move spaces to rerunlst-record
        string "  no runchk findings for " rrb-business-date
            delimited by size into rerunlst-record
        write rerunlst-record
    end-if.
3000-exit.
    exit.

3100-read-finding.
    read runchkf-file
        at end
            set rrb-eof to true
    end-read.
3100-exit.
    exit.

3200-apply-one-finding.
    if cf-business-date = rrb-business-date
        add 1 to rrb-findings-count
        evaluate true
            when cf-missed or cf-failed
                perform 3300-select-chain thru 3300-exit
            when cf-checkpoint-open
                perform 3400-place-checkpoint thru 3400-exit
            when other
                continue
        end-evaluate
    end-if.
    perform 3100-read-finding thru 3100-exit.
3200-exit.
    exit.

*> a missed or failed chain goes into the deck from its own schedule
*> entry - the first one for the site and shift, the one driver
*> would have run. with no entry to copy there is nothing safe to
*> rebuild from, and the chain is listed for someone to look at.
3300-select-chain.
    move "N" to rrb-found-sw.
    if rrb-schd-count > 0
        set rrb-schd-idx to 1
        search rrb-schd-entry
            at end
                continue
            when rrb-schd-site (rrb-schd-idx) = cf-site-code
             and rrb-schd-shift (rrb-schd-idx) = cf-shift-code
                set rrb-found to true
        end-search
    end-if.
    move spaces to rerunlst-record.
    if rrb-found
        if not rrb-schd-selected (rrb-schd-idx)
            set rrb-schd-selected (rrb-schd-idx) to true
            add 1 to rrb-included-count
        end-if
        if cf-missed
            string "  included  - site " cf-site-code
                   " shift " cf-shift-code
                   "  missed, no run registered"
                delimited by size into rerunlst-record
        else
            move cf-return-code to rrb-rc-ed
            string "  included  - site " cf-site-code
                   " shift " cf-shift-code
                   "  failed rc " rrb-rc-ed " as " cf-run-id
                delimited by size into rerunlst-record
        end-if
    else
        add 1 to rrb-not-built-count
        if cf-missed
            string "  not built - site " cf-site-code
                   " shift " cf-shift-code
                   "  missed, no schedule entry"
                delimited by size into rerunlst-record
        else
            move cf-return-code to rrb-rc-ed
            string "  not built - site " cf-site-code
                   " shift " cf-shift-code
                   "  failed rc " rrb-rc-ed ", no schedule entry"
                delimited by size into rerunlst-record
        end-if
    end-if.
    write rerunlst-record.
3300-exit.
    exit.

*> an open checkpoint belongs to the scheduled chain whose RUNID it
*> carries. findings are written calendar first, checkpoint last,
*> so that chain's own missed or failed finding has already been
*> applied: if it is in the deck, maincob resumes the bulletin from
*> the checkpoint; if it is not, or no chain carries the run-id,
*> the checkpoint needs clearing by hand.
3400-place-checkpoint.
    add 1 to rrb-ckpt-count.
    move "N" to rrb-found-sw.
    if rrb-schd-count > 0
       and cf-run-id not = spaces
        set rrb-schd-idx to 1
        search rrb-schd-entry
            at end
                continue
            when rrb-schd-run-id (rrb-schd-idx) = cf-run-id (1:8)
                set rrb-found to true
        end-search
    end-if.
    move spaces to rerunlst-record.
    evaluate true
        when not rrb-found
            add 1 to rrb-ckpt-loose-count
            string "  checkpoint - run-id " cf-run-id (1:8)
                   " open, no scheduled chain carries it"
                delimited by size into rerunlst-record
        when rrb-schd-selected (rrb-schd-idx)
            string "  checkpoint - run-id " cf-run-id (1:8)
                   " open, " rrb-schd-site (rrb-schd-idx) "/"
                   rrb-schd-shift (rrb-schd-idx)
                   " rerun resumes from it"
                delimited by size into rerunlst-record
        when other
            add 1 to rrb-ckpt-loose-count
            string "  checkpoint - run-id " cf-run-id (1:8)
                   " open, " rrb-schd-site (rrb-schd-idx) "/"
                   rrb-schd-shift (rrb-schd-idx)
                   " not rerun - clear it"
                delimited by size into rerunlst-record
    end-evaluate.
    write rerunlst-record.
3400-exit.
    exit.

*> the deck keeps schedule order, so the rerun walks the chains in
*> the order the night ran them; each deck entry is echoed to the
*> listing so the reviewer sees exactly what will be submitted.
4000-write-deck.
    open output rerunsch-file.
    move spaces to rerunlst-record.
    write rerunlst-record.
    move spaces to rerunlst-record.
    string "  rerun deck, in schedule order:"
        delimited by size into rerunlst-record.
    write rerunlst-record.
    if rrb-schd-count > 0
        perform 4100-write-one-deck-entry thru 4100-exit
            varying rrb-schd-idx from 1 by 1
            until rrb-schd-idx > rrb-schd-count
    end-if.
    if rrb-included-count = 0
        move spaces to rerunlst-record
        string "    (empty)"
            delimited by size into rerunlst-record
        write rerunlst-record
    end-if.
    close rerunsch-file.
4000-exit.
    exit.

4100-write-one-deck-entry.
    if rrb-schd-selected (rrb-schd-idx)
        move spaces to rerunsch-record
        move rrb-schd-site (rrb-schd-idx) to rn-site-code
        move rrb-schd-run-info (rrb-schd-idx) to rn-run-info
        move rrb-schd-output-mode (rrb-schd-idx) to rn-output-mode
        move rrb-schd-parm (rrb-schd-idx) to rn-parm-string
        write rerunsch-record
        move spaces to rerunlst-record
        string "    " rn-site-code " " rn-run-info " "
               rn-output-mode " " rn-parm-string (1:52)
            delimited by size into rerunlst-record
        write rerunlst-record
    end-if.
4100-exit.
    exit.

*> with nothing to rerun no RESTART is written, so an empty deck
*> cannot put a later submission into restart mode by accident.
4500-write-restart.
    if rrb-included-count > 0
        open output restart-file
        move spaces to restart-record
        move rrb-business-date to rs-business-date
        move rrb-today to rs-built-date
        move rrb-included-count to rs-chain-count
        write restart-record
        close restart-file
    end-if.
4500-exit.
    exit.

5000-write-trailer.
    move spaces to rerunlst-record.
    write rerunlst-record.
    move rrb-findings-count to rrb-count-ed.
    move spaces to rerunlst-record.
    string "  findings read         " rrb-count-ed
        delimited by size into rerunlst-record.
    write rerunlst-record.
    move rrb-included-count to rrb-count-ed.
    move spaces to rerunlst-record.
    string "  chains in deck        " rrb-count-ed
        delimited by size into rerunlst-record.
    write rerunlst-record.
    move rrb-not-built-count to rrb-count-ed.
    move spaces to rerunlst-record.
    string "  chains not rebuilt    " rrb-count-ed
        delimited by size into rerunlst-record.
    write rerunlst-record.
    move rrb-ckpt-count to rrb-count-ed.
    move spaces to rerunlst-record.
    string "  checkpoints open      " rrb-count-ed
        delimited by size into rerunlst-record.
    write rerunlst-record.
    move spaces to rerunlst-record.
    if rrb-included-count > 0
        string "  RESTART written for business date "
               rrb-business-date
            delimited by size into rerunlst-record
    else
        string "  nothing to rerun - no RESTART written"
            delimited by size into rerunlst-record
    end-if.
    write rerunlst-record.
    move spaces to rerunlst-record.
    string "  end of rerunbld deck build for " rrb-business-date
        delimited by size into rerunlst-record.
    write rerunlst-record.
5000-exit.
    exit.

end program rerunbld.
