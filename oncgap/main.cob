*> oncgap reports the on-call roster coverage gaps for the coming
*> week, ahead of time, so a missing name is fixed through oncmaint
*> before maincob has to flag it on the night. every chain the PROCCAL
*> processing calendar expects in the seven days starting from the
*> parm date - tomorrow, unless a date is passed in - is looked up on
*> the ONCALL roster the way maincob will look it up: a period for
*> the site covering the date, for the chain's shift or for every
*> shift, the shift-specific one winning. the ONCGAPRP report lists
*> each chain with no cover at all, and each one whose cover names
*> no escalation contact. condition code 4 when there is any gap, or
*> when the calendar has nothing for the week (calbuild has not been
*> run that far ahead, so nothing could be checked); 16 when ONCALL
*> or PROCCAL cannot be read or the parm date is not a date.
identification division.
program-id. oncgap.

environment division.
input-output section.
file-control.
    select oncall-file assign to "ONCALL"
        organization line sequential
        file status is ong-oncall-status.

    select proccal-file assign to "PROCCAL"
        organization line sequential
        file status is ong-proccal-status.

    select oncgaprp-file assign to "ONCGAPRP"
        organization line sequential
        file status is ong-oncgaprp-status.

data division.
file section.
fd  oncall-file.
    copy "oncall.cpy".

fd  proccal-file.
    copy "proccal.cpy".

fd  oncgaprp-file.
01  oncgaprp-record pic X(80).

working-storage section.
01 ong-oncall-status pic X(2) value spaces.
   88 ong-oncall-ok value "00".
01 ong-proccal-status pic X(2) value spaces.
   88 ong-proccal-ok value "00".
01 ong-oncgaprp-status pic X(2) value spaces.

01 ong-eof-sw pic X(1) value "N".
   88 ong-eof value "Y".
01 ong-date-valid-sw pic X(1) value "Y".
   88 ong-date-valid value "Y".
   88 ong-date-invalid value "N".

01 ong-run-date pic X(8) value spaces.
01 ong-today-int pic 9(8) value 0.
01 ong-start-int pic 9(8) value 0.
01 ong-start-num pic 9(8) value 0.
01 ong-start-date redefines ong-start-num pic X(8).
01 ong-end-num pic 9(8) value 0.
01 ong-end-date redefines ong-end-num pic X(8).

*> the whole roster held in storage for the week's lookups - the
*> same 500 periods oncmaint holds it in.
01 ong-roster-table.
   05 ong-roster-count pic 9(3) value 0.
   05 ong-roster-entry occurs 0 to 500 times
         depending on ong-roster-count
         indexed by ong-roster-idx.
      10 ong-rst-site-code pic X(6).
      10 ong-rst-shift-code pic X(3).
      10 ong-rst-start-date pic X(8).
      10 ong-rst-end-date pic X(8).
      10 ong-rst-oncall-name pic X(20).
      10 ong-rst-escalate-name pic X(20).

*> the cover found for the calendar entry being checked.
01 ong-shift-found-sw pic X(1) value "N".
   88 ong-shift-found value "Y".
01 ong-all-found-sw pic X(1) value "N".
   88 ong-all-found value "Y".
01 ong-cover-oncall pic X(20) value spaces.
01 ong-cover-escalate pic X(20) value spaces.
01 ong-all-oncall pic X(20) value spaces.
01 ong-all-escalate pic X(20) value spaces.

01 ong-checked-count pic 9(4) value 0.
01 ong-covered-count pic 9(4) value 0.
01 ong-gap-count pic 9(4) value 0.
01 ong-no-escalate-count pic 9(4) value 0.
01 ong-count-ed pic ZZZ9.

linkage section.
01 ong-parm-date pic X(8).

procedure division using ong-parm-date.

0000-mainline.
    perform 1000-initialize thru 1000-exit.
    evaluate true
        when ong-date-invalid
            display "oncgap - invalid week start date ["
                    ong-parm-date "] - no gap report produced"
            move 16 to return-code
            move spaces to oncgaprp-record
            string "  oncgap run rejected - invalid week start date "
                   ong-parm-date
                delimited by size into oncgaprp-record
            write oncgaprp-record
        when not ong-oncall-ok
            display "oncgap - unable to open ONCALL, file status "
                    ong-oncall-status " - no gap report produced"
            move 16 to return-code
            move spaces to oncgaprp-record
            string "  oncgap run rejected - ONCALL unavailable,"
                   " file status " ong-oncall-status
                delimited by size into oncgaprp-record
            write oncgaprp-record
            if ong-proccal-ok
                close proccal-file
            end-if
        when not ong-proccal-ok
            display "oncgap - unable to open PROCCAL, file status "
                    ong-proccal-status " - no gap report produced"
            move 16 to return-code
            move spaces to oncgaprp-record
            string "  oncgap run rejected - PROCCAL unavailable,"
                   " file status " ong-proccal-status
                delimited by size into oncgaprp-record
            write oncgaprp-record
            close oncall-file
        when other
            perform 2000-load-roster thru 2000-exit
            perform 3000-check-calendar thru 3000-exit
            perform 5000-write-trailer thru 5000-exit
            close oncall-file
            close proccal-file
    end-evaluate.
    close oncgaprp-file.
    if return-code = 0
       and (ong-gap-count > 0
        or ong-no-escalate-count > 0
        or ong-checked-count = 0)
        move 4 to return-code
    end-if.
    goback.

*> the week starts on the parm date when one was supplied, tomorrow
*> otherwise - the report is run the day before the week it checks.
1000-initialize.
    move 0 to return-code.
    accept ong-run-date from date yyyymmdd.
    set ong-date-valid to true.
    if ong-parm-date = spaces or ong-parm-date = low-values
        compute ong-today-int
            = function integer-of-date(function numval(ong-run-date))
        compute ong-start-num
            = function date-of-integer(ong-today-int + 1)
    else
        if ong-parm-date is not numeric
           or ong-parm-date (5:2) < "01"
           or ong-parm-date (5:2) > "12"
           or ong-parm-date (7:2) < "01"
           or ong-parm-date (7:2) > "31"
            set ong-date-invalid to true
        else
            move ong-parm-date to ong-start-date
        end-if
    end-if.
    if ong-date-valid
        compute ong-start-int
            = function integer-of-date(ong-start-num)
        compute ong-end-num
            = function date-of-integer(ong-start-int + 6)
        open input oncall-file
        open input proccal-file
    end-if.
    open output oncgaprp-file.
    move spaces to oncgaprp-record.
    string "oncgap on-call roster coverage gaps - week "
           ong-start-date " to " ong-end-date
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move spaces to oncgaprp-record.
    string "  run on " ong-run-date
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move spaces to oncgaprp-record.
    write oncgaprp-record.
1000-exit.
    exit.

2000-load-roster.
    move "N" to ong-eof-sw.
    perform 2100-read-roster thru 2100-exit.
    perform 2200-store-one-roster thru 2200-exit
        until ong-eof.
2000-exit.
    exit.

2100-read-roster.
    read oncall-file
        at end
            set ong-eof to true
    end-read.
2100-exit.
    exit.

*> only periods still running on or after the week's first day can
*> cover anything in it.
2200-store-one-roster.
    if oc-site-code not = spaces
       and oc-end-date not < ong-start-date
       and ong-roster-count < 500
        add 1 to ong-roster-count
        set ong-roster-idx to ong-roster-count
        move oc-site-code to ong-rst-site-code (ong-roster-idx)
        move oc-shift-code to ong-rst-shift-code (ong-roster-idx)
        move oc-start-date to ong-rst-start-date (ong-roster-idx)
        move oc-end-date to ong-rst-end-date (ong-roster-idx)
        move oc-oncall-name to ong-rst-oncall-name (ong-roster-idx)
        move oc-escalate-name
            to ong-rst-escalate-name (ong-roster-idx)
    end-if.
    perform 2100-read-roster thru 2100-exit.
2200-exit.
    exit.

3000-check-calendar.
    move "N" to ong-eof-sw.
    perform 3100-read-calendar thru 3100-exit.
    perform 3200-check-one-calendar thru 3200-exit
        until ong-eof.
    if ong-checked-count = 0
        move spaces to oncgaprp-record
        string "  no PROCCAL entries for the week - nothing checked"
            delimited by size into oncgaprp-record
        write oncgaprp-record
    end-if.
3000-exit.
    exit.

3100-read-calendar.
    read proccal-file
        at end
            set ong-eof to true
    end-read.
3100-exit.
    exit.

3200-check-one-calendar.
    if pc-business-date not < ong-start-date
       and pc-business-date not > ong-end-date
        add 1 to ong-checked-count
        perform 3300-find-cover thru 3300-exit
        evaluate true
            when not ong-shift-found and not ong-all-found
                add 1 to ong-gap-count
                move spaces to oncgaprp-record
                string "  " pc-business-date " " pc-site-code
                       " " pc-shift-code "  no on-call cover"
                    delimited by size into oncgaprp-record
                write oncgaprp-record
            when ong-cover-escalate = spaces
                add 1 to ong-covered-count
                add 1 to ong-no-escalate-count
                move spaces to oncgaprp-record
                string "  " pc-business-date " " pc-site-code
                       " " pc-shift-code "  covered by "
                       ong-cover-oncall " - no escalation"
                    delimited by size into oncgaprp-record
                write oncgaprp-record
            when other
                add 1 to ong-covered-count
        end-evaluate
    end-if.
    perform 3100-read-calendar thru 3100-exit.
3200-exit.
    exit.

*> the same lookup maincob makes on the night: a period for the site
*> covering the date, shift-specific over every-shift.
3300-find-cover.
    move "N" to ong-shift-found-sw.
    move "N" to ong-all-found-sw.
    move spaces to ong-cover-oncall.
    move spaces to ong-cover-escalate.
    if ong-roster-count > 0
        perform 3310-match-one-period thru 3310-exit
            varying ong-roster-idx from 1 by 1
            until ong-roster-idx > ong-roster-count
    end-if.
    if not ong-shift-found
       and ong-all-found
        move ong-all-oncall to ong-cover-oncall
        move ong-all-escalate to ong-cover-escalate
    end-if.
3300-exit.
    exit.

3310-match-one-period.
    if ong-rst-site-code (ong-roster-idx) = pc-site-code
       and ong-rst-start-date (ong-roster-idx)
           not > pc-business-date
       and ong-rst-end-date (ong-roster-idx)
           not < pc-business-date
        if ong-rst-shift-code (ong-roster-idx) = spaces
            set ong-all-found to true
            move ong-rst-oncall-name (ong-roster-idx)
                to ong-all-oncall
            move ong-rst-escalate-name (ong-roster-idx)
                to ong-all-escalate
        else
            if ong-rst-shift-code (ong-roster-idx) = pc-shift-code
                set ong-shift-found to true
                move ong-rst-oncall-name (ong-roster-idx)
                    to ong-cover-oncall
                move ong-rst-escalate-name (ong-roster-idx)
                    to ong-cover-escalate
            end-if
        end-if
    end-if.
3310-exit.
    exit.

5000-write-trailer.
    move spaces to oncgaprp-record.
    write oncgaprp-record.
    move ong-checked-count to ong-count-ed.
    move spaces to oncgaprp-record.
    string "  scheduled chains checked " ong-count-ed
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move ong-covered-count to ong-count-ed.
    move spaces to oncgaprp-record.
    string "  chains covered           " ong-count-ed
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move ong-gap-count to ong-count-ed.
    move spaces to oncgaprp-record.
    string "  chains with no cover     " ong-count-ed
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move ong-no-escalate-count to ong-count-ed.
    move spaces to oncgaprp-record.
    string "  covered, no escalation   " ong-count-ed
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
    move spaces to oncgaprp-record.
    string "  end of oncgap for week " ong-start-date
        delimited by size into oncgaprp-record.
    write oncgaprp-record.
5000-exit.
    exit.

end program oncgap.
