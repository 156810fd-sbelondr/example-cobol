*> opercert is the quarterly access recertification over the OPERMAST
*> operator master. OPERMAST only grows - opermaint applies whatever
*> deck it is given - so for the quarter ending in the yyyymm parm
*> month it reads the operator each chain ran under off RUNREG and
*> writes one OPERCRPT section per operator: the last date that
*> operator ran anything, the sites and shifts actually run this
*> quarter against the sites and shifts authorized, and a flag for
*> every dormant operator and every grant that went unused. a
*> "*ALL" site grant is flagged when the operator ran fewer sites
*> than are live on REFCODES.
*>
*> the same findings are written to OPERPROP as proposed OPERTRAN
*> transactions: a revoke ("R") for a dormant operator, and a change
*> ("C") for an active one narrowed to the granted sites and shifts
*> actually run. once the supervisor has signed the report off, the
*> cleanup is the next opermaint run with OPERPROP as its OPERTRAN;
*> a proposal the supervisor disagrees with is simply deleted from
*> the deck first. chains run without a RUNHEAD, and register
*> entries from before the operator was kept, carry no operator and
*> are only counted on the trailer, so a quarter that straddles the
*> start of operator capture under-reports usage - review its
*> dormant flags with that in mind.
identification division.
program-id. opercert.

environment division.
input-output section.
file-control.
    select opermast-file assign to "OPERMAST"
        organization line sequential
        file status is ocr-opermast-status.

    select runreg-file assign to "RUNREG"
        organization indexed
        access mode dynamic
        record key is rr-reg-key
        file status is ocr-runreg-status.

    select operprop-file assign to "OPERPROP"
        organization line sequential
        file status is ocr-operprop-status.

    select opercrpt-file assign to "OPERCRPT"
        organization line sequential
        file status is ocr-opercrpt-status.

data division.
file section.
fd  opermast-file.
    copy "opermast.cpy".

fd  runreg-file.
    copy "runreg.cpy".

fd  operprop-file.
    copy "opertrans.cpy".

fd  opercrpt-file.
01  opercrpt-record pic X(80).

working-storage section.
*> the live site codes, for judging how much of a "*ALL" grant an
*> operator actually uses.
    copy "common-codes.cpy".

01 ocr-opermast-status pic X(2) value spaces.
   88 ocr-opermast-ok value "00".
01 ocr-runreg-status pic X(2) value spaces.
   88 ocr-runreg-ok value "00".
01 ocr-operprop-status pic X(2) value spaces.
01 ocr-opercrpt-status pic X(2) value spaces.

01 ocr-eof-sw pic X(1) value "N".
   88 ocr-eof value "Y".

01 ocr-run-date pic X(8) value spaces.
01 ocr-first-month pic X(6) value spaces.
01 ocr-last-month pic X(6) value spaces.
01 ocr-month-valid-sw pic X(1) value "Y".
   88 ocr-month-valid value "Y".
   88 ocr-month-invalid value "N".
01 ocr-first-year pic 9(4) value 0.
01 ocr-first-mm pic 9(2) value 0.

*> the operator master held in storage while the register is read,
*> with each operator's usage built up beside the grants. 100 is
*> the size opermaint holds the master in; 20 sites and 10 shifts
*> run in one quarter is more than any one operator covers.
01 ocr-oper-table.
   05 ocr-oper-count pic 9(3) value 0.
   05 ocr-oper-entry occurs 0 to 100 times
         depending on ocr-oper-count
         indexed by ocr-oper-idx.
      10 ocr-op-id pic X(8).
      10 ocr-op-auth-site occurs 5 times pic X(6).
      10 ocr-op-auth-shift occurs 3 times pic X(3).
      10 ocr-op-last-used pic X(8).
      10 ocr-op-runs pic 9(5).
      10 ocr-op-site-count pic 9(2).
      10 ocr-op-site-run occurs 20 times pic X(6).
      10 ocr-op-shift-count pic 9(2).
      10 ocr-op-shift-run occurs 10 times pic X(3).

01 ocr-sub pic 9(2) value 0.
01 ocr-sub2 pic 9(2) value 0.
01 ocr-found-sw pic X(1) value "N".
   88 ocr-found value "Y".
01 ocr-all-grant-sw pic X(1) value "N".
   88 ocr-all-grant value "Y".
01 ocr-change-sw pic X(1) value "N".
   88 ocr-change-proposed value "Y".

*> the slots a change proposal would leave the operator with.
01 ocr-new-sites.
   05 ocr-new-site occurs 5 times pic X(6).
01 ocr-new-site-count pic 9(2) value 0.
01 ocr-new-shifts.
   05 ocr-new-shift occurs 3 times pic X(3).
01 ocr-new-shift-count pic 9(2) value 0.

01 ocr-list-label pic X(22) value spaces.
01 ocr-list-ptr pic 9(3) value 0.

01 ocr-unnamed-runs pic 9(5) value 0.
01 ocr-unknown-runs pic 9(5) value 0.
01 ocr-dormant-count pic 9(4) value 0.
01 ocr-unused-count pic 9(4) value 0.
01 ocr-revoke-count pic 9(4) value 0.
01 ocr-change-count pic 9(4) value 0.
01 ocr-count-ed pic ZZZ9.
01 ocr-runs-ed pic ZZZZ9.
01 ocr-sites-ed pic Z9.
01 ocr-live-ed pic ZZ9.

linkage section.
01 ocr-parm-month pic X(6).

procedure division using ocr-parm-month.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    evaluate true
        when ocr-month-invalid
            display "opercert - invalid quarter-end month ["
                    ocr-parm-month "] - no recertification produced"
            move 16 to return-code
            move spaces to opercrpt-record
            string "  opercert run rejected - invalid quarter-end "
                   "month " ocr-parm-month
                delimited by size into opercrpt-record
            write opercrpt-record
        when not ocr-opermast-ok
            display "opercert - unable to open OPERMAST, file status "
                    ocr-opermast-status
                    " - no recertification produced"
            move 16 to return-code
            move spaces to opercrpt-record
            string "  opercert run rejected - OPERMAST unavailable,"
                   " file status " ocr-opermast-status
                delimited by size into opercrpt-record
            write opercrpt-record
            if ocr-runreg-ok
                close runreg-file
            end-if
        when not ocr-runreg-ok
            display "opercert - unable to open RUNREG, file status "
                    ocr-runreg-status
                    " - no recertification produced"
            move 16 to return-code
            move spaces to opercrpt-record
            string "  opercert run rejected - RUNREG unavailable,"
                   " file status " ocr-runreg-status
                delimited by size into opercrpt-record
            write opercrpt-record
            close opermast-file
        when other
            open output operprop-file
            perform 2000-load-operators thru 2000-exit
            perform 3000-scan-register thru 3000-exit
            perform 4000-certify-operators thru 4000-exit
            perform 5000-write-trailer thru 5000-exit
            close opermast-file
            close runreg-file
            close operprop-file
    end-evaluate.
    close opercrpt-file.
    if return-code = 0
       and (ocr-dormant-count > 0
        or ocr-unused-count > 0)
        move 4 to return-code
    end-if.
    goback.

*> the parm is the last month of the quarter under review - there is
*> no default, a recertification of a half-finished quarter is not
*> reproducible. the quarter is that month and the two before it.
*> without a register there is no usage to certify against, and
*> every operator would be proposed for revoke, so a missing RUNREG
*> rejects the run instead.
1000-initialize.
    move 0 to return-code.
    accept ocr-run-date from date yyyymmdd.
    call "codeload" using cc-site-code-table cc-run-type-table.
    set ocr-month-valid to true.
    move ocr-parm-month to ocr-last-month.
    if ocr-last-month = spaces
       or ocr-last-month = low-values
       or ocr-last-month is not numeric
       or ocr-last-month (5:2) < "01"
       or ocr-last-month (5:2) > "12"
        set ocr-month-invalid to true
    else
        compute ocr-first-year
            = function numval(ocr-last-month (1:4))
        compute ocr-first-mm
            = function numval(ocr-last-month (5:2))
        if ocr-first-mm < 3
            subtract 1 from ocr-first-year
            add 10 to ocr-first-mm
        else
            subtract 2 from ocr-first-mm
        end-if
        move spaces to ocr-first-month
        string ocr-first-year ocr-first-mm
            delimited by size into ocr-first-month
        open input opermast-file
        open input runreg-file
    end-if.
    open output opercrpt-file.
    move spaces to opercrpt-record.
    string "opercert operator access recertification - quarter "
           ocr-first-month "-" ocr-last-month
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move spaces to opercrpt-record.
    string "  run on " ocr-run-date
        delimited by size into opercrpt-record.
    write opercrpt-record.
1000-exit.
    exit.

2000-load-operators.
    move "N" to ocr-eof-sw.
    perform 2100-read-opermast thru 2100-exit.
    perform 2200-store-one-operator thru 2200-exit
        until ocr-eof.
2000-exit.
    exit.

2100-read-opermast.
    read opermast-file
        at end
            set ocr-eof to true
    end-read.
2100-exit.
    exit.

*> a blank master record can never authorize anyone (bonjour skips
*> it too), so there is nothing on it to recertify.
2200-store-one-operator.
    if om-operator-id not = spaces
       and ocr-oper-count < 100
        add 1 to ocr-oper-count
        set ocr-oper-idx to ocr-oper-count
        move om-operator-id to ocr-op-id (ocr-oper-idx)
        perform 2250-store-one-slot thru 2250-exit
            varying ocr-sub from 1 by 1
            until ocr-sub > 5
        move spaces to ocr-op-last-used (ocr-oper-idx)
        move 0 to ocr-op-runs (ocr-oper-idx)
        move 0 to ocr-op-site-count (ocr-oper-idx)
        move 0 to ocr-op-shift-count (ocr-oper-idx)
    end-if.
    perform 2100-read-opermast thru 2100-exit.
2200-exit.
    exit.

2250-store-one-slot.
    move om-auth-site (ocr-sub)
        to ocr-op-auth-site (ocr-oper-idx ocr-sub).
    if ocr-sub not > 3
        move om-auth-shift (ocr-sub)
            to ocr-op-auth-shift (ocr-oper-idx ocr-sub)
    end-if.
2250-exit.
    exit.

*> the last-used date has to look back past the quarter, so the
*> register is read from its first entry up to the end of the
*> quarter; only the quarter's own entries count as sites and
*> shifts run. the register is in date order, so the last entry
*> seen for an operator is the last date they ran anything.
3000-scan-register.
    move "N" to ocr-eof-sw.
    move low-values to rr-reg-key.
    start runreg-file key is not < rr-reg-key
        invalid key
            set ocr-eof to true
    end-start.
    perform 3100-read-register thru 3100-exit.
    perform 3200-take-one-register thru 3200-exit
        until ocr-eof.
3000-exit.
    exit.

3100-read-register.
    if not ocr-eof
        read runreg-file next record
            at end
                set ocr-eof to true
        end-read
    end-if.
    if not ocr-eof
        if rr-run-date (1:6) > ocr-last-month
            set ocr-eof to true
        end-if
    end-if.
3100-exit.
    exit.

3200-take-one-register.
    if rr-operator-id = spaces
        if rr-run-date (1:6) not < ocr-first-month
            add 1 to ocr-unnamed-runs
        end-if
    else
        perform 3300-find-operator thru 3300-exit
        evaluate true
            when ocr-found
                move rr-run-date to ocr-op-last-used (ocr-oper-idx)
                if rr-run-date (1:6) not < ocr-first-month
                    add 1 to ocr-op-runs (ocr-oper-idx)
                    perform 3400-note-site-run thru 3400-exit
                    perform 3500-note-shift-run thru 3500-exit
                end-if
            when rr-run-date (1:6) not < ocr-first-month
                add 1 to ocr-unknown-runs
            when other
                continue
        end-evaluate
    end-if.
    perform 3100-read-register thru 3100-exit.
3200-exit.
    exit.

3300-find-operator.
    move "N" to ocr-found-sw.
    if ocr-oper-count > 0
        set ocr-oper-idx to 1
        search ocr-oper-entry
            at end
                continue
            when ocr-op-id (ocr-oper-idx) = rr-operator-id
                set ocr-found to true
        end-search
    end-if.
3300-exit.
    exit.

3400-note-site-run.
    move "N" to ocr-found-sw.
    perform 3410-match-site-run thru 3410-exit
        varying ocr-sub from 1 by 1
        until ocr-sub > ocr-op-site-count (ocr-oper-idx)
           or ocr-found.
    if not ocr-found
       and ocr-op-site-count (ocr-oper-idx) < 20
        add 1 to ocr-op-site-count (ocr-oper-idx)
        move ocr-op-site-count (ocr-oper-idx) to ocr-sub
        move rr-site-code to ocr-op-site-run (ocr-oper-idx ocr-sub)
    end-if.
3400-exit.
    exit.

3410-match-site-run.
    if ocr-op-site-run (ocr-oper-idx ocr-sub) = rr-site-code
        set ocr-found to true
    end-if.
3410-exit.
    exit.

*> a chain whose parm carried no SHIFT pair registers under a blank
*> shift, which cannot be held against any shift grant.
3500-note-shift-run.
    if rr-shift-code not = spaces
        move "N" to ocr-found-sw
        perform 3510-match-shift-run thru 3510-exit
            varying ocr-sub from 1 by 1
            until ocr-sub > ocr-op-shift-count (ocr-oper-idx)
               or ocr-found
        if not ocr-found
           and ocr-op-shift-count (ocr-oper-idx) < 10
            add 1 to ocr-op-shift-count (ocr-oper-idx)
            move ocr-op-shift-count (ocr-oper-idx) to ocr-sub
            move rr-shift-code
                to ocr-op-shift-run (ocr-oper-idx ocr-sub)
        end-if
    end-if.
3500-exit.
    exit.

3510-match-shift-run.
    if ocr-op-shift-run (ocr-oper-idx ocr-sub) = rr-shift-code
        set ocr-found to true
    end-if.
3510-exit.
    exit.

4000-certify-operators.
    if ocr-oper-count > 0
        perform 4100-certify-one-operator thru 4100-exit
            varying ocr-oper-idx from 1 by 1
            until ocr-oper-idx > ocr-oper-count
    end-if.
4000-exit.
    exit.

*> one report section per operator. an operator with no run in the
*> quarter is dormant and proposed for revoke outright; an active one
*> has each grant checked against what was run, and any unused grant
*> proposes a change down to the grants actually used.
4100-certify-one-operator.
    move spaces to opercrpt-record.
    write opercrpt-record.
    move ocr-op-runs (ocr-oper-idx) to ocr-runs-ed.
    move spaces to opercrpt-record.
    if ocr-op-last-used (ocr-oper-idx) = spaces
        string "  " ocr-op-id (ocr-oper-idx)
               "  last used never     runs this quarter "
               ocr-runs-ed
            delimited by size into opercrpt-record
    else
        string "  " ocr-op-id (ocr-oper-idx)
               "  last used " ocr-op-last-used (ocr-oper-idx)
               "  runs this quarter " ocr-runs-ed
            delimited by size into opercrpt-record
    end-if.
    write opercrpt-record.
    perform 4200-list-grants thru 4200-exit.
    if ocr-op-runs (ocr-oper-idx) = 0
        add 1 to ocr-dormant-count
        move spaces to opercrpt-record
        string "    DORMANT - no run this quarter - revoke proposed"
            delimited by size into opercrpt-record
        write opercrpt-record
        perform 4800-propose-revoke thru 4800-exit
    else
        perform 4300-list-usage thru 4300-exit
        move "N" to ocr-change-sw
        move "N" to ocr-all-grant-sw
        perform 4400-check-site-grant thru 4400-exit
            varying ocr-sub from 1 by 1
            until ocr-sub > 5
        perform 4500-check-shift-grant thru 4500-exit
            varying ocr-sub from 1 by 1
            until ocr-sub > 3
        if ocr-change-proposed
            perform 4600-build-change thru 4600-exit
        end-if
    end-if.
4100-exit.
    exit.

4200-list-grants.
    move spaces to opercrpt-record.
    string "    sites authorized  "
           ocr-op-auth-site (ocr-oper-idx 1) " "
           ocr-op-auth-site (ocr-oper-idx 2) " "
           ocr-op-auth-site (ocr-oper-idx 3) " "
           ocr-op-auth-site (ocr-oper-idx 4) " "
           ocr-op-auth-site (ocr-oper-idx 5)
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move spaces to opercrpt-record.
    string "    shifts authorized "
           ocr-op-auth-shift (ocr-oper-idx 1) " "
           ocr-op-auth-shift (ocr-oper-idx 2) " "
           ocr-op-auth-shift (ocr-oper-idx 3)
        delimited by size into opercrpt-record.
    write opercrpt-record.
4200-exit.
    exit.

*> the sites and shifts run are listed eight to a line, so a busy
*> operator's list wraps instead of running off the report.
4300-list-usage.
    move "    sites run         " to ocr-list-label.
    move spaces to opercrpt-record.
    move 1 to ocr-list-ptr.
    string ocr-list-label delimited by size
        into opercrpt-record with pointer ocr-list-ptr.
    perform 4310-list-one-site thru 4310-exit
        varying ocr-sub from 1 by 1
        until ocr-sub > ocr-op-site-count (ocr-oper-idx).
    write opercrpt-record.
    move "    shifts run        " to ocr-list-label.
    move spaces to opercrpt-record.
    move 1 to ocr-list-ptr.
    string ocr-list-label delimited by size
        into opercrpt-record with pointer ocr-list-ptr.
    perform 4320-list-one-shift thru 4320-exit
        varying ocr-sub from 1 by 1
        until ocr-sub > ocr-op-shift-count (ocr-oper-idx).
    if ocr-op-shift-count (ocr-oper-idx) = 0
        string "(no shift on the register)" delimited by size
            into opercrpt-record with pointer ocr-list-ptr
    end-if.
    write opercrpt-record.
4300-exit.
    exit.

4310-list-one-site.
    if ocr-list-ptr > 70
        write opercrpt-record
        move spaces to opercrpt-record
        move 23 to ocr-list-ptr
    end-if.
    string ocr-op-site-run (ocr-oper-idx ocr-sub) " "
        delimited by size
        into opercrpt-record with pointer ocr-list-ptr.
4310-exit.
    exit.

4320-list-one-shift.
    if ocr-list-ptr > 70
        write opercrpt-record
        move spaces to opercrpt-record
        move 23 to ocr-list-ptr
    end-if.
    string ocr-op-shift-run (ocr-oper-idx ocr-sub) " "
        delimited by size
        into opercrpt-record with pointer ocr-list-ptr.
4320-exit.
    exit.

*> a named site grant is unused when the site was not run this
*> quarter. a "*ALL" grant is unused in part when fewer sites were
*> run than are live - it can only be narrowed on a change when the
*> sites run fit in the five named slots.
4400-check-site-grant.
    evaluate true
        when ocr-op-auth-site (ocr-oper-idx ocr-sub) = spaces
            continue
        when ocr-op-auth-site (ocr-oper-idx ocr-sub) = "*ALL"
            set ocr-all-grant to true
            if ocr-op-site-count (ocr-oper-idx) < cc-site-count
                add 1 to ocr-unused-count
                move ocr-op-site-count (ocr-oper-idx) to ocr-sites-ed
                move cc-site-count to ocr-live-ed
                move spaces to opercrpt-record
                string "    unused grant - *ALL, only " ocr-sites-ed
                       " of " ocr-live-ed " live sites run"
                    delimited by size into opercrpt-record
                write opercrpt-record
                if ocr-op-site-count (ocr-oper-idx) not > 5
                    set ocr-change-proposed to true
                end-if
            end-if
        when other
            move "N" to ocr-found-sw
            perform 4410-match-site-grant thru 4410-exit
                varying ocr-sub2 from 1 by 1
                until ocr-sub2 > ocr-op-site-count (ocr-oper-idx)
                   or ocr-found
            if not ocr-found
                add 1 to ocr-unused-count
                set ocr-change-proposed to true
                move spaces to opercrpt-record
                string "    unused grant - site "
                       ocr-op-auth-site (ocr-oper-idx ocr-sub)
                       " not run this quarter"
                    delimited by size into opercrpt-record
                write opercrpt-record
            end-if
    end-evaluate.
4400-exit.
    exit.

4410-match-site-grant.
    if ocr-op-site-run (ocr-oper-idx ocr-sub2)
            = ocr-op-auth-site (ocr-oper-idx ocr-sub)
        set ocr-found to true
    end-if.
4410-exit.
    exit.

4500-check-shift-grant.
    if ocr-op-auth-shift (ocr-oper-idx ocr-sub) not = spaces
        move "N" to ocr-found-sw
        perform 4510-match-shift-grant thru 4510-exit
            varying ocr-sub2 from 1 by 1
            until ocr-sub2 > ocr-op-shift-count (ocr-oper-idx)
               or ocr-found
        if not ocr-found
            add 1 to ocr-unused-count
            set ocr-change-proposed to true
            move spaces to opercrpt-record
            string "    unused grant - shift "
                   ocr-op-auth-shift (ocr-oper-idx ocr-sub)
                   " not run this quarter"
                delimited by size into opercrpt-record
            write opercrpt-record
        end-if
    end-if.
4500-exit.
    exit.

4510-match-shift-grant.
    if ocr-op-shift-run (ocr-oper-idx ocr-sub2)
            = ocr-op-auth-shift (ocr-oper-idx ocr-sub)
        set ocr-found to true
    end-if.
4510-exit.
    exit.

*> the change keeps only what was both granted and run: the named
*> sites run (or every site run, for a "*ALL" holder who ran five
*> or fewer, or "*ALL" itself for one who ran more), and the granted
*> shifts run. a site run without a current grant is never added -
*> recertification only ever narrows. an operator whose runs were
*> all outside the current grants has nothing left to keep, and the
*> change becomes a revoke.
4600-build-change.
    move spaces to ocr-new-sites.
    move spaces to ocr-new-shifts.
    move 0 to ocr-new-site-count.
    move 0 to ocr-new-shift-count.
    if ocr-all-grant
       and ocr-op-site-count (ocr-oper-idx) > 5
        move 1 to ocr-new-site-count
        move "*ALL" to ocr-new-site (1)
    else
        perform 4610-keep-one-site thru 4610-exit
            varying ocr-sub from 1 by 1
            until ocr-sub > 5
    end-if.
    perform 4620-keep-one-shift thru 4620-exit
        varying ocr-sub from 1 by 1
        until ocr-sub > 3.
    if ocr-new-site-count = 0
        move spaces to opercrpt-record
        string "    no run under a current site grant - "
               "revoke proposed"
            delimited by size into opercrpt-record
        write opercrpt-record
        perform 4800-propose-revoke thru 4800-exit
    else
        perform 4700-propose-change thru 4700-exit
    end-if.
4600-exit.
    exit.

*> with a "*ALL" grant every site run is granted, so the sites run
*> are taken in the order first run; otherwise the named slots are
*> kept in their own order when run.
4610-keep-one-site.
    if ocr-all-grant
        if ocr-sub not > ocr-op-site-count (ocr-oper-idx)
            add 1 to ocr-new-site-count
            move ocr-op-site-run (ocr-oper-idx ocr-sub)
                to ocr-new-site (ocr-new-site-count)
        end-if
    else
        if ocr-op-auth-site (ocr-oper-idx ocr-sub) not = spaces
            move "N" to ocr-found-sw
            perform 4410-match-site-grant thru 4410-exit
                varying ocr-sub2 from 1 by 1
                until ocr-sub2 > ocr-op-site-count (ocr-oper-idx)
                   or ocr-found
            if ocr-found
                add 1 to ocr-new-site-count
                move ocr-op-auth-site (ocr-oper-idx ocr-sub)
                    to ocr-new-site (ocr-new-site-count)
            end-if
        end-if
    end-if.
4610-exit.
    exit.

4620-keep-one-shift.
    if ocr-op-auth-shift (ocr-oper-idx ocr-sub) not = spaces
        move "N" to ocr-found-sw
        perform 4510-match-shift-grant thru 4510-exit
            varying ocr-sub2 from 1 by 1
            until ocr-sub2 > ocr-op-shift-count (ocr-oper-idx)
               or ocr-found
        if ocr-found
            add 1 to ocr-new-shift-count
            move ocr-op-auth-shift (ocr-oper-idx ocr-sub)
                to ocr-new-shift (ocr-new-shift-count)
        end-if
    end-if.
4620-exit.
    exit.

4700-propose-change.
    add 1 to ocr-change-count.
    move spaces to opertrans-record.
    set ot-change-action to true.
    move ocr-op-id (ocr-oper-idx) to ot-operator-id.
    move ocr-new-sites to ot-auth-sites.
    move ocr-new-shifts to ot-auth-shifts.
    write opertrans-record.
    move spaces to opercrpt-record.
    string "    change proposed - sites "
           ocr-new-site (1) " " ocr-new-site (2) " "
           ocr-new-site (3) " " ocr-new-site (4) " "
           ocr-new-site (5)
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move spaces to opercrpt-record.
    string "                      shifts "
           ocr-new-shift (1) " " ocr-new-shift (2) " "
           ocr-new-shift (3)
        delimited by size into opercrpt-record.
    write opercrpt-record.
4700-exit.
    exit.

4800-propose-revoke.
    add 1 to ocr-revoke-count.
    move spaces to opertrans-record.
    set ot-revoke-action to true.
    move ocr-op-id (ocr-oper-idx) to ot-operator-id.
    write opertrans-record.
4800-exit.
    exit.

5000-write-trailer.
    move spaces to opercrpt-record.
    write opercrpt-record.
    move ocr-oper-count to ocr-count-ed.
    move spaces to opercrpt-record.
    string "  operators reviewed       " ocr-count-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-dormant-count to ocr-count-ed.
    move spaces to opercrpt-record.
    string "  dormant operators        " ocr-count-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-unused-count to ocr-count-ed.
    move spaces to opercrpt-record.
    string "  unused grants            " ocr-count-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-revoke-count to ocr-count-ed.
    move spaces to opercrpt-record.
    string "  revokes proposed         " ocr-count-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-change-count to ocr-count-ed.
    move spaces to opercrpt-record.
    string "  changes proposed         " ocr-count-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-unnamed-runs to ocr-runs-ed.
    move spaces to opercrpt-record.
    string "  runs without an operator" ocr-runs-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move ocr-unknown-runs to ocr-runs-ed.
    move spaces to opercrpt-record.
    string "  runs by unknown operator" ocr-runs-ed
        delimited by size into opercrpt-record.
    write opercrpt-record.
    move spaces to opercrpt-record.
    string "  end of opercert for quarter "
           ocr-first-month "-" ocr-last-month
        delimited by size into opercrpt-record.
    write opercrpt-record.
5000-exit.
    exit.

end program opercert.
