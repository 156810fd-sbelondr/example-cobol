*> caseage prints the daily ageing report over the EXCPCASE
*> exception case file casemaint keeps: every case still open as of
*> the report date, counted by reason code and by site and listed
*> oldest first with its age in days, and every case open longer
*> than the overdue limit called out so it gets chased instead of
*> sitting on the file. the report date defaults to today and the
*> overdue limit to 3 days; either can be given as a parm. any
*> overdue case raises return code 4. a case whose reason or site
*> finds its breakdown table full is still counted open, and the
*> trailer says how many were left out of that breakdown.
identification division.
program-id. caseage.

environment division.
input-output section.
file-control.
    select excpcase-file assign to "EXCPCASE"
        organization line sequential
        file status is cag-excpcase-status.

    select caseager-file assign to "CASEAGER"
        organization line sequential
        file status is cag-caseager-status.

data division.
file section.
fd  excpcase-file.
    copy "excpcase.cpy".

fd  caseager-file.
01  caseager-record pic X(80).

working-storage section.
01 cag-excpcase-status pic X(2) value spaces.
   88 cag-excpcase-ok value "00".
01 cag-caseager-status pic X(2) value spaces.

01 cag-eof-sw pic X(1) value "N".
   88 cag-eof value "Y".
01 cag-open-sw pic X(1) value "N".
   88 cag-case-is-open value "Y".

01 cag-report-date pic X(8) value spaces.
01 cag-report-day pic 9(7) value 0.
01 cag-overdue-days pic 9(3) value 3.
01 cag-overdue-ed pic ZZ9.

01 cag-reason-totals.
   05 cag-reason-count pic 9(2) value 0.
   05 cag-reason-entry occurs 0 to 20 times
         depending on cag-reason-count
         indexed by cag-reason-idx.
      10 cag-reason-code pic X(4).
      10 cag-reason-open pic 9(5).
      10 cag-reason-overdue pic 9(5).

01 cag-site-totals.
   05 cag-sitetot-count pic 9(2) value 0.
   05 cag-sitetot-entry occurs 0 to 50 times
         depending on cag-sitetot-count
         indexed by cag-sitetot-idx.
      10 cag-sitetot-code pic X(6).
      10 cag-sitetot-open pic 9(5).
      10 cag-sitetot-overdue pic 9(5).

01 cag-case-age pic 9(5) value 0.
01 cag-age-ed pic ZZZZ9.
01 cag-found-sw pic X(1) value "N".
   88 cag-found value "Y".
01 cag-overdue-sw pic X(1) value "N".
   88 cag-case-overdue value "Y".
01 cag-status-desc pic X(8) value spaces.
01 cag-flag-text pic X(10) value spaces.

01 cag-open-count pic 9(5) value 0.
01 cag-unacked-count pic 9(5) value 0.
01 cag-acked-count pic 9(5) value 0.
01 cag-assigned-count pic 9(5) value 0.
01 cag-overdue-count pic 9(5) value 0.
01 cag-closed-today-count pic 9(5) value 0.
01 cag-reason-dropped pic 9(5) value 0.
01 cag-site-dropped pic 9(5) value 0.
01 cag-count-ed pic ZZZZ9.
01 cag-count2-ed pic ZZZZ9.

linkage section.
01 cag-parm-date pic X(8).
01 cag-parm-days pic X(3).

procedure division using cag-parm-date cag-parm-days.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    if cag-excpcase-ok
        perform 2000-accumulate-totals thru 2000-exit
        perform 3000-write-summary thru 3000-exit
        perform 4000-write-detail thru 4000-exit
        perform 5000-write-trailer thru 5000-exit
    else
        display "caseage - unable to open EXCPCASE, file status "
                cag-excpcase-status " - no ageing report produced"
        move 16 to return-code
        move spaces to caseager-record
        string "  caseage report not produced - EXCPCASE "
               "unavailable, file status " cag-excpcase-status
            delimited by size into caseager-record
        write caseager-record
    end-if.
    close caseager-file.
    if cag-overdue-count > 0
       and return-code = 0
        move 4 to return-code
    end-if.
    goback.

*> a parm day count that is not a number leaves the 3-day default in
*> force rather than stopping the report.
1000-initialize.
    move 0 to return-code.
    if cag-parm-date = spaces or cag-parm-date = low-values
        accept cag-report-date from date yyyymmdd
    else
        move cag-parm-date to cag-report-date
    end-if.
    if cag-parm-days not = spaces
       and cag-parm-days not = low-values
       and function trim(cag-parm-days) is numeric
        move function numval(cag-parm-days) to cag-overdue-days
    end-if.
    compute cag-report-day =
        function integer-of-date(function numval(cag-report-date)).
    move cag-overdue-days to cag-overdue-ed.
    open input excpcase-file.
    open output caseager-file.
    move spaces to caseager-record.
    string "caseage exception case ageing - report date "
           cag-report-date
           "  overdue after " function trim(cag-overdue-ed) " days"
        delimited by size into caseager-record.
    write caseager-record.
    move spaces to caseager-record.
    write caseager-record.
1000-exit.
    exit.

*> first pass over EXCPCASE: counts every case open as of the report
*> date by reason code and by site.
2000-accumulate-totals.
    move "N" to cag-eof-sw.
    perform 2100-read-excpcase thru 2100-exit.
    perform 2200-count-one-case thru 2200-exit
        until cag-eof.
    close excpcase-file.
2000-exit.
    exit.

2100-read-excpcase.
    read excpcase-file
        at end
            set cag-eof to true
    end-read.
2100-exit.
    exit.

2200-count-one-case.
    perform 2500-age-one-case thru 2500-exit.
    if ec-case-closed
       and ec-closed-date = cag-report-date
        add 1 to cag-closed-today-count
    end-if.
    if cag-case-is-open
        add 1 to cag-open-count
        evaluate true
            when ec-case-open
                add 1 to cag-unacked-count
            when ec-case-acked
                add 1 to cag-acked-count
            when other
                add 1 to cag-assigned-count
        end-evaluate
        if cag-case-overdue
            add 1 to cag-overdue-count
        end-if
        perform 2300-count-by-reason thru 2300-exit
        perform 2400-count-by-site thru 2400-exit
    end-if.
    perform 2100-read-excpcase thru 2100-exit.
2200-exit.
    exit.

2300-count-by-reason.
    move "N" to cag-found-sw.
    if cag-reason-count > 0
        set cag-reason-idx to 1
        search cag-reason-entry
            at end
                continue
            when cag-reason-code (cag-reason-idx) = ec-reason-code
                set cag-found to true
        end-search
    end-if.
    if not cag-found
        perform 2350-add-reason-entry thru 2350-exit
    end-if.
    if cag-found
        add 1 to cag-reason-open (cag-reason-idx)
        if cag-case-overdue
            add 1 to cag-reason-overdue (cag-reason-idx)
        end-if
    end-if.
2300-exit.
    exit.

2350-add-reason-entry.
    if cag-reason-count < 20
        add 1 to cag-reason-count
        set cag-reason-idx to cag-reason-count
        move ec-reason-code to cag-reason-code (cag-reason-idx)
        move 0 to cag-reason-open (cag-reason-idx)
        move 0 to cag-reason-overdue (cag-reason-idx)
        set cag-found to true
    else
        add 1 to cag-reason-dropped
    end-if.
2350-exit.
    exit.

2400-count-by-site.
    move "N" to cag-found-sw.
    if cag-sitetot-count > 0
        set cag-sitetot-idx to 1
        search cag-sitetot-entry
            at end
                continue
            when cag-sitetot-code (cag-sitetot-idx) = ec-site-code
                set cag-found to true
        end-search
    end-if.
    if not cag-found
        perform 2450-add-site-entry thru 2450-exit
    end-if.
    if cag-found
        add 1 to cag-sitetot-open (cag-sitetot-idx)
        if cag-case-overdue
            add 1 to cag-sitetot-overdue (cag-sitetot-idx)
        end-if
    end-if.
2400-exit.
    exit.

2450-add-site-entry.
    if cag-sitetot-count < 50
        add 1 to cag-sitetot-count
        set cag-sitetot-idx to cag-sitetot-count
        move ec-site-code to cag-sitetot-code (cag-sitetot-idx)
        move 0 to cag-sitetot-open (cag-sitetot-idx)
        move 0 to cag-sitetot-overdue (cag-sitetot-idx)
        set cag-found to true
    else
        add 1 to cag-site-dropped
    end-if.
2450-exit.
    exit.

*> a case counts as open on the report date when it had been opened
*> by then and was not yet closed, so rerunning yesterday's report
*> after today's closes still shows yesterday's picture. its age is
*> whole days since the exception was logged.
2500-age-one-case.
    move "N" to cag-open-sw.
    move "N" to cag-overdue-sw.
    move 0 to cag-case-age.
    if ec-opened-date is numeric
       and ec-opened-date not > cag-report-date
       and (not ec-case-closed
            or ec-closed-date > cag-report-date)
        set cag-case-is-open to true
        compute cag-case-age = cag-report-day
            - function integer-of-date(function numval(ec-opened-date))
        if cag-case-age > cag-overdue-days
            set cag-case-overdue to true
        end-if
    end-if.
2500-exit.
    exit.

3000-write-summary.
    move cag-open-count to cag-count-ed.
    move spaces to caseager-record.
    string "  cases open                 " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    move cag-overdue-count to cag-count-ed.
    move spaces to caseager-record.
    string "  cases overdue              " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    move spaces to caseager-record.
    write caseager-record.

    move spaces to caseager-record.
    move "  open cases by reason code         open  overdue"
        to caseager-record.
    write caseager-record.
    if cag-reason-count > 0
        perform 3100-write-reason-line thru 3100-exit
            varying cag-reason-idx from 1 by 1
            until cag-reason-idx > cag-reason-count
    end-if.
    move spaces to caseager-record.
    write caseager-record.

    move spaces to caseager-record.
    move "  open cases by site                open  overdue"
        to caseager-record.
    write caseager-record.
    if cag-sitetot-count > 0
        perform 3200-write-site-line thru 3200-exit
            varying cag-sitetot-idx from 1 by 1
            until cag-sitetot-idx > cag-sitetot-count
    end-if.
    move spaces to caseager-record.
    write caseager-record.
3000-exit.
    exit.

3100-write-reason-line.
    move cag-reason-open (cag-reason-idx) to cag-count-ed.
    move cag-reason-overdue (cag-reason-idx) to cag-count2-ed.
    move spaces to caseager-record.
    string "    " cag-reason-code (cag-reason-idx)
           "                          " cag-count-ed
           "    " cag-count2-ed
        delimited by size into caseager-record.
    write caseager-record.
3100-exit.
    exit.

3200-write-site-line.
    move cag-sitetot-open (cag-sitetot-idx) to cag-count-ed.
    move cag-sitetot-overdue (cag-sitetot-idx) to cag-count2-ed.
    move spaces to caseager-record.
    if cag-sitetot-code (cag-sitetot-idx) = spaces
        string "    (none)"
               "                      " cag-count-ed
               "    " cag-count2-ed
            delimited by size into caseager-record
    else
        string "    " cag-sitetot-code (cag-sitetot-idx)
               "                        " cag-count-ed
               "    " cag-count2-ed
            delimited by size into caseager-record
    end-if.
    write caseager-record.
3200-exit.
    exit.

*> second pass over EXCPCASE: one line per open case in case-id
*> order, which is the order the exceptions were logged - oldest
*> first.
4000-write-detail.
    move spaces to caseager-record.
    move "  open case detail" to caseager-record.
    write caseager-record.
    if cag-open-count = 0
        move spaces to caseager-record
        move "    none - no cases open" to caseager-record
        write caseager-record
    else
        open input excpcase-file
        move "N" to cag-eof-sw
        perform 2100-read-excpcase thru 2100-exit
        perform 4100-list-one-case thru 4100-exit
            until cag-eof
        close excpcase-file
    end-if.
4000-exit.
    exit.

4100-list-one-case.
    perform 2500-age-one-case thru 2500-exit.
    if cag-case-is-open
        evaluate true
            when ec-case-open
                move "open" to cag-status-desc
            when ec-case-acked
                move "acked" to cag-status-desc
            when other
                move "assigned" to cag-status-desc
        end-evaluate
        if cag-case-overdue
            move "** OVERDUE" to cag-flag-text
        else
            move spaces to cag-flag-text
        end-if
        move cag-case-age to cag-age-ed
        move spaces to caseager-record
        string "    " ec-case-id
               " " cag-status-desc
               " " ec-reason-code
               " " ec-site-code
               " " ec-opened-date
               " age" cag-age-ed
               " " ec-assigned-operator
               " " cag-flag-text
            delimited by size into caseager-record
        write caseager-record
    end-if.
    perform 2100-read-excpcase thru 2100-exit.
4100-exit.
    exit.

5000-write-trailer.
    move spaces to caseager-record.
    write caseager-record.
    move cag-unacked-count to cag-count-ed.
    move spaces to caseager-record.
    string "  open, not acknowledged     " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    move cag-acked-count to cag-count-ed.
    move spaces to caseager-record.
    string "  acknowledged, unassigned   " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    move cag-assigned-count to cag-count-ed.
    move spaces to caseager-record.
    string "  assigned                   " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    move cag-closed-today-count to cag-count-ed.
    move spaces to caseager-record.
    string "  closed on report date      " cag-count-ed
        delimited by size into caseager-record.
    write caseager-record.
    if cag-reason-dropped > 0
        move cag-reason-dropped to cag-count-ed
        move spaces to caseager-record
        string "  open cases NOT in reason totals - table full "
               cag-count-ed
            delimited by size into caseager-record
        write caseager-record
    end-if.
    if cag-site-dropped > 0
        move cag-site-dropped to cag-count-ed
        move spaces to caseager-record
        string "  open cases NOT in site totals - table full   "
               cag-count-ed
            delimited by size into caseager-record
        write caseager-record
    end-if.
    move spaces to caseager-record.
    string "  end of caseage report for " cag-report-date
        delimited by size into caseager-record.
    write caseager-record.
5000-exit.
    exit.

end program caseage.
