*> oncmaint applies operations' add/change/delete transactions to the
*> ONCALL on-call roster, so the contact published on the bulletin
*> comes from a maintained file instead of whatever was typed on the
*> maincob parm. it is the same old-master/new-master update as
*> refmaint and opermaint: the current ONCALL is read in full, the
*> ONCTRAN transactions are applied against it, and the updated file
*> is written to ONCALLNW for the job to copy back over ONCALL once
*> the ONCLLST audit listing of what changed has been reviewed.
*> every site on an add is validated against the live REFCODES site
*> codes and every shift against the live run types (loaded through
*> codeload), dates must be real dates with the end on or after the
*> start, an on-call contact is required, and two cover periods for
*> the same site/shift may not overlap - so a date never has two
*> answers to "who do I phone". a period that ended more than the
*> retention days ago is history nobody will phone, and drops off
*> when the new master is written. an ONCALL too big for the table
*> rejects the whole run rather than losing the newest periods.
identification division.
program-id. oncmaint.

environment division.
input-output section.
file-control.
    select onctran-file assign to "ONCTRAN"
        organization line sequential
        file status is onm-onctran-status.

    select oncall-file assign to "ONCALL"
        organization line sequential
        file status is onm-oncall-status.

    select oncallnw-file assign to "ONCALLNW"
        organization line sequential
        file status is onm-oncallnw-status.

    select oncllst-file assign to "ONCLLST"
        organization line sequential
        file status is onm-oncllst-status.

data division.
file section.
fd  onctran-file.
    copy "onctran.cpy".

fd  oncall-file.
    copy "oncall.cpy".

fd  oncallnw-file.
    copy "oncall.cpy"
        replacing ==oncall-record== by ==oncallnw-record==,
                  ==oc-site-code== by ==ocn-site-code==,
                  ==oc-shift-code== by ==ocn-shift-code==,
                  ==oc-start-date== by ==ocn-start-date==,
                  ==oc-end-date== by ==ocn-end-date==,
                  ==oc-oncall-name== by ==ocn-oncall-name==,
                  ==oc-escalate-name== by ==ocn-escalate-name==.

*> the listing record is wider than the house X(80) so an applied
*> line can show both contacts in full - the listing is the audit
*> record of who was put on call.
fd  oncllst-file.
01  oncllst-record pic X(100).

working-storage section.
*> shared site-code/run-type validation tables, loaded from the live
*> REFCODES so a roster entry cannot name a retired site or shift.
    copy "common-codes.cpy".

01 onm-onctran-status pic X(2) value spaces.
   88 onm-onctran-ok value "00".
01 onm-oncall-status pic X(2) value spaces.
   88 onm-oncall-ok value "00".
01 onm-oncallnw-status pic X(2) value spaces.
01 onm-oncllst-status pic X(2) value spaces.

01 onm-trans-eof-sw pic X(1) value "N".
   88 onm-trans-eof value "Y".
01 onm-master-eof-sw pic X(1) value "N".
   88 onm-master-eof value "Y".
01 onm-overflow-sw pic X(1) value "N".
   88 onm-overflow value "Y".

01 onm-run-date pic X(8) value spaces.

*> a cover period stays on the roster as history for this many days
*> after it ended, then drops off when the new master is written.
01 onm-retain-days pic 9(3) value 90.
01 onm-purge-before pic 9(8) value 0.
01 onm-purge-date redefines onm-purge-before pic X(8).

*> the full roster held in storage while the transactions are
*> applied against it. 500 covers every site and shift on weekly
*> rotations for months ahead plus the retained history. a deleted
*> entry is flagged rather than squeezed out, and dropped when the
*> new master is written.
01 onm-master-table.
   05 onm-master-count pic 9(3) value 0.
   05 onm-master-entry occurs 0 to 500 times
         depending on onm-master-count
         indexed by onm-master-idx onm-other-idx.
      10 onm-mst-site-code pic X(6).
      10 onm-mst-shift-code pic X(3).
      10 onm-mst-start-date pic X(8).
      10 onm-mst-end-date pic X(8).
      10 onm-mst-oncall-name pic X(20).
      10 onm-mst-escalate-name pic X(20).
      10 onm-mst-deleted-sw pic X(1).
         88 onm-mst-deleted value "Y".

01 onm-found-sw pic X(1) value "N".
   88 onm-found value "Y".
01 onm-overlap-sw pic X(1) value "N".
   88 onm-overlap value "Y".
01 onm-check-date pic X(8) value spaces.
01 onm-date-valid-sw pic X(1) value "Y".
   88 onm-date-valid value "Y".
   88 onm-date-invalid value "N".

01 onm-applied-count pic 9(4) value 0.
01 onm-rejected-count pic 9(4) value 0.
01 onm-written-count pic 9(4) value 0.
01 onm-purged-count pic 9(4) value 0.
01 onm-count-ed pic ZZZ9.
01 onm-reject-reason pic X(40) value spaces.

procedure division.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if onm-onctran-ok
        perform 2000-load-old-master thru 2000-exit
        if onm-overflow
            display "oncmaint - ONCALL holds more than 500 periods"
                    " - no maintenance applied"
            move 16 to return-code
            move spaces to oncllst-record
            string "  oncmaint run rejected - ONCALL holds more than"
                   " 500 periods; first not held "
                   oc-site-code " " oc-shift-code " " oc-start-date
                delimited by size into oncllst-record
            write oncllst-record
            close onctran-file
        else
            perform 3000-apply-transactions thru 3000-exit
            perform 4000-write-new-master thru 4000-exit
            perform 5000-write-list-trailer thru 5000-exit
        end-if
    else
        display "oncmaint - unable to open ONCTRAN, file status "
                onm-onctran-status " - no maintenance applied"
        move 16 to return-code
        move spaces to oncllst-record
        string "  oncmaint run rejected - ONCTRAN unavailable,"
               " file status " onm-onctran-status
            delimited by size into oncllst-record
        write oncllst-record
    end-if.
    close oncllst-file.
    if onm-rejected-count > 0
       and return-code = 0
        move 4 to return-code
    end-if.
    goback.

1000-initialize.
    move 0 to return-code.
    accept onm-run-date from date yyyymmdd.
    compute onm-purge-before =
        function date-of-integer(
            function integer-of-date(function numval(onm-run-date))
            - onm-retain-days).
    call "codeload" using cc-site-code-table cc-run-type-table.
    open input onctran-file.
    open output oncllst-file.
    move spaces to oncllst-record.
    string "oncmaint on-call roster maintenance - run date "
           onm-run-date
        delimited by size into oncllst-record.
    write oncllst-record.
    move spaces to oncllst-record.
    write oncllst-record.
1000-exit.
    exit.

*> reads the whole current ONCALL into the master table. a missing
*> ONCALL is the bootstrap case - the new master is built from the
*> transaction deck alone.
2000-load-old-master.
    open input oncall-file.
    if onm-oncall-ok
        move "N" to onm-master-eof-sw
        perform 2100-read-old-master thru 2100-exit
        perform 2200-store-one-master thru 2200-exit
            until onm-master-eof or onm-overflow
        close oncall-file
    end-if.
2000-exit.
    exit.

2100-read-old-master.
    read oncall-file
        at end
            set onm-master-eof to true
    end-read.
2100-exit.
    exit.

*> a record with no site can never cover anything; it is dropped
*> here rather than carried forward. a period already past retention
*> is aged off here too, so old history never takes a table slot.
*> a record that finds the table full stops the load, and is left
*> in the record area for the rejection line.
2200-store-one-master.
    evaluate true
        when oc-site-code = spaces
            continue
        when oc-end-date is numeric
         and oc-end-date < onm-purge-date
            add 1 to onm-purged-count
        when onm-master-count = 500
            set onm-overflow to true
        when other
            perform 2300-hold-one-master thru 2300-exit
    end-evaluate.
    if not onm-overflow
        perform 2100-read-old-master thru 2100-exit
    end-if.
2200-exit.
    exit.

2300-hold-one-master.
    add 1 to onm-master-count.
    set onm-master-idx to onm-master-count.
    move oc-site-code to onm-mst-site-code (onm-master-idx).
    move oc-shift-code to onm-mst-shift-code (onm-master-idx).
    move oc-start-date to onm-mst-start-date (onm-master-idx).
    move oc-end-date to onm-mst-end-date (onm-master-idx).
    move oc-oncall-name
        to onm-mst-oncall-name (onm-master-idx).
    move oc-escalate-name
        to onm-mst-escalate-name (onm-master-idx).
    move "N" to onm-mst-deleted-sw (onm-master-idx).
2300-exit.
    exit.

3000-apply-transactions.
    move "N" to onm-trans-eof-sw.
    perform 3100-read-transaction thru 3100-exit.
    perform 3200-apply-one-transaction thru 3200-exit
        until onm-trans-eof.
    close onctran-file.
3000-exit.
    exit.

3100-read-transaction.
    read onctran-file
        at end
            set onm-trans-eof to true
    end-read.
3100-exit.
    exit.

3200-apply-one-transaction.
    move spaces to onm-reject-reason.
    evaluate true
        when ox-site-code = spaces
            move "blank site code" to onm-reject-reason
        when ox-add-action
            perform 3300-apply-add thru 3300-exit
        when ox-change-action
            perform 3400-apply-change thru 3400-exit
        when ox-delete-action
            perform 3500-apply-delete thru 3500-exit
        when other
            move "unknown action code" to onm-reject-reason
    end-evaluate.
    perform 3600-list-transaction thru 3600-exit.
    perform 3100-read-transaction thru 3100-exit.
3200-exit.
    exit.

*> an add is rejected when the site or shift is not live, the dates
*> or contact fail validation, or the period overlaps one already on
*> the roster for the same site/shift - change or delete that one
*> first.
3300-apply-add.
    perform 3810-validate-codes thru 3810-exit.
    if onm-reject-reason = spaces
        perform 3820-validate-period thru 3820-exit
    end-if.
    if onm-reject-reason = spaces
        set onm-master-idx to 0
        perform 3900-check-overlap thru 3900-exit
    end-if.
    if onm-reject-reason = spaces
        if onm-master-count = 500
            move "on-call roster full" to onm-reject-reason
        else
            add 1 to onm-master-count
            set onm-master-idx to onm-master-count
            move ox-site-code to onm-mst-site-code (onm-master-idx)
            move ox-shift-code
                to onm-mst-shift-code (onm-master-idx)
            move ox-start-date
                to onm-mst-start-date (onm-master-idx)
            perform 3450-move-trans-fields thru 3450-exit
            move "N" to onm-mst-deleted-sw (onm-master-idx)
        end-if
    end-if.
3300-exit.
    exit.

*> a change replaces the end date and both contacts of the period
*> starting on the transaction's date, in full - there is no
*> per-field merge, so the listing line shows exactly what the
*> period now says. moving the end date out may not run it into the
*> next period.
3400-apply-change.
    perform 3700-find-period thru 3700-exit.
    if not onm-found
        move "cover period not on roster" to onm-reject-reason
    else
        perform 3820-validate-period thru 3820-exit
        if onm-reject-reason = spaces
            perform 3900-check-overlap thru 3900-exit
        end-if
        if onm-reject-reason = spaces
            perform 3450-move-trans-fields thru 3450-exit
        end-if
    end-if.
3400-exit.
    exit.

3450-move-trans-fields.
    move ox-end-date to onm-mst-end-date (onm-master-idx).
    move ox-oncall-name to onm-mst-oncall-name (onm-master-idx).
    move ox-escalate-name to onm-mst-escalate-name (onm-master-idx).
3450-exit.
    exit.

*> a delete flags the period so the new master is written without
*> it; the ONCLLST listing is the audit record of the removal.
3500-apply-delete.
    perform 3700-find-period thru 3700-exit.
    if onm-found
        set onm-mst-deleted (onm-master-idx) to true
    else
        move "cover period not on roster" to onm-reject-reason
    end-if.
3500-exit.
    exit.

*> finds the live (not deleted) period for the transaction's site,
*> shift and start date, leaving onm-master-idx on it.
3700-find-period.
    move "N" to onm-found-sw.
    if onm-master-count > 0
        set onm-master-idx to 1
        search onm-master-entry
            at end
                continue
            when onm-mst-site-code (onm-master-idx) = ox-site-code
             and onm-mst-shift-code (onm-master-idx) = ox-shift-code
             and onm-mst-start-date (onm-master-idx) = ox-start-date
             and not onm-mst-deleted (onm-master-idx)
                set onm-found to true
        end-search
    end-if.
3700-exit.
    exit.

*> the site must be a live REFCODES site and the shift blank (every
*> shift) or a live run type.
3810-validate-codes.
    set cc-site-idx to 1.
    search cc-site-code-entry
        at end
            string "site " ox-site-code " not live"
                delimited by size into onm-reject-reason
        when cc-site-code (cc-site-idx) = ox-site-code
            continue
    end-search.
    if onm-reject-reason = spaces
       and ox-shift-code not = spaces
        set cc-runtype-idx to 1
        search cc-run-type-entry
            at end
                string "shift " ox-shift-code " not live"
                    delimited by size into onm-reject-reason
            when cc-run-type-code (cc-runtype-idx) = ox-shift-code
                continue
        end-search
    end-if.
3810-exit.
    exit.

3820-validate-period.
    move ox-start-date to onm-check-date.
    perform 3850-validate-date thru 3850-exit.
    if onm-date-invalid
        move "start date not a date" to onm-reject-reason
    else
        move ox-end-date to onm-check-date
        perform 3850-validate-date thru 3850-exit
        evaluate true
            when onm-date-invalid
                move "end date not a date" to onm-reject-reason
            when ox-end-date < ox-start-date
                move "end date before start date"
                    to onm-reject-reason
            when ox-oncall-name = spaces
                move "no on-call contact given" to onm-reject-reason
            when other
                continue
        end-evaluate
    end-if.
3820-exit.
    exit.

3850-validate-date.
    set onm-date-valid to true.
    if onm-check-date is not numeric
       or onm-check-date (5:2) < "01"
       or onm-check-date (5:2) > "12"
       or onm-check-date (7:2) < "01"
       or onm-check-date (7:2) > "31"
        set onm-date-invalid to true
    end-if.
3850-exit.
    exit.

*> two live periods for the same site/shift overlap when each starts
*> on or before the other ends. the period being changed (at
*> onm-master-idx; zero for an add) is not compared with itself.
3900-check-overlap.
    move "N" to onm-overlap-sw.
    if onm-master-count > 0
        perform 3910-check-one-overlap thru 3910-exit
            varying onm-other-idx from 1 by 1
            until onm-other-idx > onm-master-count
               or onm-overlap
    end-if.
3900-exit.
    exit.

3910-check-one-overlap.
    if onm-other-idx not = onm-master-idx
       and not onm-mst-deleted (onm-other-idx)
       and onm-mst-site-code (onm-other-idx) = ox-site-code
       and onm-mst-shift-code (onm-other-idx) = ox-shift-code
       and onm-mst-start-date (onm-other-idx) not > ox-end-date
       and onm-mst-end-date (onm-other-idx) not < ox-start-date
        set onm-overlap to true
        string "overlaps cover from "
               onm-mst-start-date (onm-other-idx)
            delimited by size into onm-reject-reason
    end-if.
3910-exit.
    exit.

*> one audit line per transaction: what was asked and whether it was
*> applied, so the listing proves what this run changed.
3600-list-transaction.
    move spaces to oncllst-record.
    evaluate true
        when onm-reject-reason not = spaces
            add 1 to onm-rejected-count
            string "  " ox-action " " ox-site-code " " ox-shift-code
                   " " ox-start-date
                   "  rejected - "
                   function trim(onm-reject-reason)
                delimited by size into oncllst-record
        when ox-delete-action
            add 1 to onm-applied-count
            string "  " ox-action " " ox-site-code " " ox-shift-code
                   " " ox-start-date "  applied"
                delimited by size into oncllst-record
        when other
            add 1 to onm-applied-count
            string "  " ox-action " " ox-site-code " " ox-shift-code
                   " " ox-start-date "-" ox-end-date
                   " " ox-oncall-name " " ox-escalate-name
                   "  applied"
                delimited by size into oncllst-record
    end-evaluate.
    write oncllst-record.
3600-exit.
    exit.

*> writes every surviving (non-deleted) period to the new master.
4000-write-new-master.
    open output oncallnw-file.
    if onm-master-count > 0
        perform 4100-write-one-master thru 4100-exit
            varying onm-master-idx from 1 by 1
            until onm-master-idx > onm-master-count
    end-if.
    close oncallnw-file.
4000-exit.
    exit.

*> a period changed to end before the retention cutoff ages off now
*> rather than on the next run.
4100-write-one-master.
    evaluate true
        when onm-mst-deleted (onm-master-idx)
            continue
        when onm-mst-end-date (onm-master-idx) is numeric
         and onm-mst-end-date (onm-master-idx) < onm-purge-date
            add 1 to onm-purged-count
        when other
            perform 4200-write-one-period thru 4200-exit
    end-evaluate.
4100-exit.
    exit.

4200-write-one-period.
    add 1 to onm-written-count.
    move spaces to oncallnw-record.
    move onm-mst-site-code (onm-master-idx) to ocn-site-code.
    move onm-mst-shift-code (onm-master-idx) to ocn-shift-code.
    move onm-mst-start-date (onm-master-idx) to ocn-start-date.
    move onm-mst-end-date (onm-master-idx) to ocn-end-date.
    move onm-mst-oncall-name (onm-master-idx)
        to ocn-oncall-name.
    move onm-mst-escalate-name (onm-master-idx)
        to ocn-escalate-name.
    write oncallnw-record.
4200-exit.
    exit.

5000-write-list-trailer.
    move spaces to oncllst-record.
    write oncllst-record.
    move onm-applied-count to onm-count-ed.
    move spaces to oncllst-record.
    string "  transactions applied   " onm-count-ed
        delimited by size into oncllst-record.
    write oncllst-record.
    move onm-rejected-count to onm-count-ed.
    move spaces to oncllst-record.
    string "  transactions rejected  " onm-count-ed
        delimited by size into oncllst-record.
    write oncllst-record.
    move onm-purged-count to onm-count-ed.
    move spaces to oncllst-record.
    string "  ended periods aged off " onm-count-ed
        delimited by size into oncllst-record.
    write oncllst-record.
    move onm-written-count to onm-count-ed.
    move spaces to oncllst-record.
    string "  periods on new roster  " onm-count-ed
        delimited by size into oncllst-record.
    write oncllst-record.
5000-exit.
    exit.

end program oncmaint.
